000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VARSNAP.
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
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  MONTH-END MASTER SNAPSHOT: *
001500      *                  COPIES THE LIVE MASTER IN KEY ORDER TO THE    *
001600      *                  MONTH'S FROZEN GENERATION (SNAPOUT), COUNTING *
001700      *                  RECORDS AND TOTALLING VAR2 AS IT GOES, AND    *
001800      *                  APPENDS ONE CONTROL RECORD (SNAPREC) TO THE   *
001900      *                  CUMULATIVE SNAPSHOT CONTROL FILE WITH THE     *
002000      *                  MONTH, THE MOMENT THE COPY WAS TAKEN, AND THE *
002100      *                  TWO FIGURES.  THE MONTH COMES FROM THE PARMIN *
002200      *                  CARD; A MONTH ALREADY ON THE CONTROL FILE, OR *
002300      *                  ONE EARLIER THAN THE LAST, IS REFUSED.  THE   *
002400      *                  FIRST SNAPSHOT EVER TAKEN ENDS CC 4 SINCE     *
002500      *                  THERE IS NO PRIOR MONTH-END TO ROLL FORWARD   *
002600      *                  FROM (SEE THE VARSNAPJ JOB).  NOTHING ON THE  *
002700      *                  MASTER IS CHANGED.                            *
002710      * 2026-10-15 JHM   A BLANK MONTH CARD (OR EMPTY PARMIN) NOW      *
002720      *                  MEANS THE MONTH JUST ENDED.  CHECK IN COLS    *
002730      *                  8-12 MAKES A CHECK-ONLY RUN THAT TESTS THE    *
002740      *                  MONTH AGAINST THE CONTROL FILE AND STOPS, CC  *
002750      *                  16 WHEN IT WOULD BE REFUSED, SO THE JOB NEVER *
002760      *                  CATALOGS AN EMPTY GENERATION FOR A REFUSED    *
002770      *                  MONTH.                                        *
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
003900               ACCESS MODE IS DYNAMIC
004000               RECORD KEY IS MSTR-VAR1
004100               FILE STATUS IS WS-MASTER-STATUS.
004200
004300           SELECT SNAP-OUT ASSIGN TO SNAPOUT
004400               ORGANIZATION IS SEQUENTIAL
004500               FILE STATUS IS WS-SNAP-STATUS.
004600
004700           SELECT SNAP-CTL ASSIGN TO SNAPCTL
004800               ORGANIZATION IS SEQUENTIAL
004900               FILE STATUS IS WS-SNAPCTL-STATUS.
005000
005100           SELECT PARM-IN ASSIGN TO PARMIN
005200               ORGANIZATION IS SEQUENTIAL
005300               FILE STATUS IS WS-PARM-STATUS.
005400
005500           SELECT REPORT-OUT ASSIGN TO RPTOUT
005600               ORGANIZATION IS SEQUENTIAL
005700               FILE STATUS IS WS-REPORT-STATUS.
005800
005900       DATA DIVISION.
006000       FILE SECTION.
006100
006200      *----------------------------------------------------------------*
006300      * MASTER-FILE - THE LIVE VAR MASTER, OPENED FOR INPUT ONLY.      *
006400      *----------------------------------------------------------------*
006500       FD  MASTER-FILE.
006600           COPY MSTRREC.
006700
006800      *----------------------------------------------------------------*
006900      * SNAP-OUT - THE MONTH'S FROZEN COPY OF THE MASTER, IN KEY ORDER,*
007000      * SAME LAYOUT AS THE MASTER RECORD.                              *
007100      *----------------------------------------------------------------*
007200       FD  SNAP-OUT
007300           RECORDING MODE IS F.
007400           COPY MSTRREC REPLACING
007500               ==MASTER-RECORD== BY ==SNAP-RECORD==
007600               LEADING ==MSTR-== BY ==SOUT-==.
007700
007800      *----------------------------------------------------------------*
007900      * SNAP-CTL - ONE RECORD PER MONTH-END, READ TO CHECK THE MONTH   *
008000      * AND FIND THE PRIOR ONE, THEN EXTENDED WITH THIS MONTH'S.       *
008100      *----------------------------------------------------------------*
008200       FD  SNAP-CTL
008300           RECORDING MODE IS F.
008400           COPY SNAPREC.
008500
008600      *----------------------------------------------------------------*
008640      * PARM-IN - ONE CARD: COLS 1-6 THE MONTH-END, YYYYMM; BLANK, OR  *
008680      * AN EMPTY FILE, MEANS THE MONTH JUST ENDED.  CHECK IN COLS 8-12 *
008720      * ONLY CHECKS THE MONTH AGAINST THE CONTROL FILE AND STOPS, SO   *
008760      * THE JOB CAN REFUSE A BAD MONTH BEFORE IT ALLOCATES THE NEW     *
008800      * GENERATION.                                                    *
008840      *----------------------------------------------------------------*
008900       FD  PARM-IN
009000           RECORDING MODE IS F.
009100       01  PARM-RECORD.
009200           05  PRM-MONTH               PIC X(06).
009300           05  PRM-MONTH-NUM REDEFINES PRM-MONTH
009400                                       PIC 9(06).
009500           05  PRM-MONTH-PARTS REDEFINES PRM-MONTH.
009600               10  PRM-YEAR            PIC 9(04).
009700               10  PRM-MM              PIC 9(02).
009710           05  FILLER                  PIC X(01).
009720           05  PRM-OPTION              PIC X(05).
009800           05  FILLER                  PIC X(68).
009900
010000      *----------------------------------------------------------------*
010100      * REPORT-OUT - WHAT WAS FROZEN, AGAINST THE PRIOR MONTH-END.     *
010200      *----------------------------------------------------------------*
010300       FD  REPORT-OUT
010400           RECORDING MODE IS F.
010500       01  REPORT-LINE                 PIC X(80).
010600
010700       WORKING-STORAGE SECTION.
010800
010900       77  WS-MASTER-STATUS            PIC X(02).
011000       77  WS-SNAP-STATUS              PIC X(02).
011100       77  WS-SNAPCTL-STATUS           PIC X(02).
011200       77  WS-PARM-STATUS              PIC X(02).
011300       77  WS-REPORT-STATUS            PIC X(02).
011400       77  WS-MSTR-EOF-SW              PIC X(01) VALUE 'N'.
011500           88  WS-MSTR-EOF                     VALUE 'Y'.
011600       77  WS-CTL-EOF-SW               PIC X(01) VALUE 'N'.
011700           88  WS-CTL-EOF                      VALUE 'Y'.
011800       77  WS-PRIOR-SW                 PIC X(01) VALUE 'N'.
011900           88  WS-HAVE-PRIOR                   VALUE 'Y'.
011910       77  WS-CHECK-ONLY-SW            PIC X(01) VALUE 'N'.
011920           88  WS-CHECK-ONLY                   VALUE 'Y'.
012000       77  WS-SNAP-MONTH               PIC 9(06) VALUE ZERO.
012100       77  WS-RECS-COPIED              PIC 9(07) COMP VALUE ZERO.
012200       77  WS-VAR2-TOTAL               PIC 9(12) COMP VALUE ZERO.
012300       77  WS-PRIOR-MONTH              PIC 9(06) VALUE ZERO.
012400       77  WS-PRIOR-TIMESTAMP          PIC X(16) VALUE SPACES.
012500       77  WS-PRIOR-RECORDS            PIC 9(07) VALUE ZERO.
012600       77  WS-PRIOR-TOTAL              PIC 9(12) VALUE ZERO.
012700
012800       01  WS-TIMESTAMP-WORK.
012900           05  WS-CURRENT-DATE         PIC 9(08).
013000           05  WS-CURRENT-TIME         PIC 9(08).
013010
013020       01  WS-MONTH-WORK               PIC X(06).
013030       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
013040           05  WS-MW-YEAR              PIC 9(04).
013050           05  WS-MW-MONTH             PIC 9(02).
013100
013200      *----------------------------------------------------------------*
013300      * PRINT REPORT LINES                                             *
013400      *----------------------------------------------------------------*
013500       01  RPT-HEADING-LINE-1.
013600           05  FILLER                  PIC X(01) VALUE ' '.
013700           05  FILLER                  PIC X(30) VALUE
013800               'VAR MONTH-END MASTER SNAPSHOT '.
013900           05  FILLER                  PIC X(06) VALUE 'MONTH '.
014000           05  RHL1-MONTH              PIC 9(06).
014100           05  FILLER                  PIC X(37) VALUE SPACES.
014200
014300       01  RPT-TOTAL-LINE.
014400           05  FILLER                  PIC X(01) VALUE ' '.
014500           05  RTL-LITERAL             PIC X(24).
014600           05  RTL-COUNT               PIC ZZZZZZ9.
014700           05  FILLER                  PIC X(48) VALUE SPACES.
014800
014900       01  RPT-AMOUNT-LINE.
015000           05  FILLER                  PIC X(01) VALUE ' '.
015100           05  RAL-LITERAL             PIC X(24).
015200           05  RAL-AMOUNT              PIC ZZZZZZZZZZZ9.
015300           05  FILLER                  PIC X(43) VALUE SPACES.
015400
015500       01  RPT-TEXT-LINE.
015600           05  FILLER                  PIC X(01) VALUE ' '.
015700           05  RXL-LITERAL             PIC X(24).
015800           05  RXL-TEXT                PIC X(55).
015900
016000       PROCEDURE DIVISION.
016100
016200      *----------------------------------------------------------------*
016300      * 0000-MAINLINE                                                  *
016400      *----------------------------------------------------------------*
016500       0000-MAINLINE.
016600           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700           PERFORM 2000-COPY-ONE-RECORD THRU 2000-EXIT
016800               UNTIL WS-MSTR-EOF.
016900           PERFORM 3000-WRITE-CONTROL THRU 3000-EXIT.
017000           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
017100           PERFORM 9000-TERMINATE THRU 9000-EXIT.
017200           GO TO 9999-EXIT.
017300
017400      *----------------------------------------------------------------*
017480      * 1000-INITIALIZE - READ THE MONTH CARD, CHECK IT AGAINST THE    *
017560      * CONTROL FILE, STAMP THE SNAPSHOT, OPEN THE MASTER AND THE      *
017640      * SNAPSHOT, AND POSITION AT THE FIRST KEY.  A CHECK RUN STOPS    *
017720      * ONCE THE MONTH HAS PASSED, BEFORE ANYTHING IS OPENED FOR       *
017800      * OUTPUT.                                                        *
017880      *----------------------------------------------------------------*
017900       1000-INITIALIZE.
018000           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018010           ACCEPT WS-CURRENT-TIME FROM TIME.
018020           OPEN INPUT PARM-IN.
018030           IF WS-PARM-STATUS NOT = '00'
018040               DISPLAY 'VARSNAP: UNABLE TO OPEN PARM-IN, STATUS '
018050                   WS-PARM-STATUS
018060               MOVE 16 TO RETURN-CODE
018070               GO TO 9999-EXIT
018080           END-IF.
018090           READ PARM-IN
018100               AT END
018110                   MOVE SPACES TO PARM-RECORD
018120           END-READ.
018130           CLOSE PARM-IN.
018140           IF PRM-OPTION = 'CHECK'
018150               MOVE 'Y' TO WS-CHECK-ONLY-SW
018160           END-IF.
018170           IF PRM-MONTH = SPACES
018180               MOVE WS-CURRENT-DATE (1:6) TO WS-MONTH-WORK
018190               PERFORM 1300-BACK-ONE-MONTH THRU 1300-EXIT
018200           ELSE
018210               MOVE PRM-MONTH TO WS-MONTH-WORK
018220           END-IF.
018230           IF WS-MONTH-WORK NOT NUMERIC
018240               OR WS-MW-MONTH < 1 OR WS-MW-MONTH > 12
018250               DISPLAY 'VARSNAP: MONTH-END NOT A VALID YYYYMM: '
018260                   WS-MONTH-WORK
018270               MOVE 16 TO RETURN-CODE
018280               GO TO 9999-EXIT
018290           END-IF.
018300           MOVE WS-MONTH-WORK TO WS-SNAP-MONTH.
018310           PERFORM 1200-CHECK-CONTROL-FILE THRU 1200-EXIT.
018320           IF WS-CHECK-ONLY
018330               DISPLAY 'VARSNAP: MONTH-END ' WS-SNAP-MONTH
018340                   ' CLEAR TO TAKE'
018350               GO TO 9999-EXIT
018360           END-IF.
020500           OPEN INPUT MASTER-FILE.
020600           IF WS-MASTER-STATUS NOT = '00'
020700               DISPLAY 'VARSNAP: UNABLE TO OPEN MASTER-FILE, STATUS '
020800                   WS-MASTER-STATUS
020900               MOVE 16 TO RETURN-CODE
021000               GO TO 9999-EXIT
021100           END-IF.
021200           OPEN OUTPUT SNAP-OUT.
021300           IF WS-SNAP-STATUS NOT = '00'
021400               DISPLAY 'VARSNAP: UNABLE TO OPEN SNAP-OUT, STATUS '
021500                   WS-SNAP-STATUS
021600               MOVE 16 TO RETURN-CODE
021700               GO TO 9999-EXIT
021800           END-IF.
021900           OPEN OUTPUT REPORT-OUT.
022000           IF WS-REPORT-STATUS NOT = '00'
022100               DISPLAY 'VARSNAP: UNABLE TO OPEN REPORT-OUT, STATUS '
022200                   WS-REPORT-STATUS
022300               MOVE 16 TO RETURN-CODE
022400               GO TO 9999-EXIT
022500           END-IF.
022600           MOVE LOW-VALUES TO MSTR-VAR1.
022700           START MASTER-FILE KEY NOT < MSTR-VAR1
022800               INVALID KEY
022900                   MOVE 'Y' TO WS-MSTR-EOF-SW
023000           END-START.
023100       1000-EXIT.
023200           EXIT.
023300
023400      *----------------------------------------------------------------*
023500      * 1200-CHECK-CONTROL-FILE - READ EVERY MONTH-END ON FILE.  THIS  *
023600      * MONTH MUST BE LATER THAN ALL OF THEM: A SECOND SNAPSHOT OF ONE *
023700      * MONTH WOULD LEAVE TWO GENERATIONS CLAIMING THE SAME MONTH-END, *
023800      * AND AN EARLIER ONE WOULD BREAK THE ROLL-FORWARD CHAIN.  THE    *
023900      * LAST ONE READ IS THE PRIOR MONTH-END.                          *
024000      *----------------------------------------------------------------*
024100       1200-CHECK-CONTROL-FILE.
024200           OPEN INPUT SNAP-CTL.
024300           IF WS-SNAPCTL-STATUS NOT = '00'
024400               DISPLAY 'VARSNAP: UNABLE TO OPEN SNAP-CTL, STATUS '
024500                   WS-SNAPCTL-STATUS
024600               MOVE 16 TO RETURN-CODE
024700               GO TO 9999-EXIT
024800           END-IF.
024900           PERFORM 1220-READ-CONTROL THRU 1220-EXIT
025000               UNTIL WS-CTL-EOF.
025100           CLOSE SNAP-CTL.
025200           IF WS-HAVE-PRIOR AND WS-PRIOR-MONTH NOT < WS-SNAP-MONTH
025300               DISPLAY 'VARSNAP: MONTH-END ' WS-SNAP-MONTH
025400                   ' IS NOT LATER THAN THE LAST ONE TAKEN, '
025500                   WS-PRIOR-MONTH
025600               MOVE 16 TO RETURN-CODE
025700               GO TO 9999-EXIT
025800           END-IF.
025900       1200-EXIT.
026000           EXIT.
026100
026200       1220-READ-CONTROL.
026300           READ SNAP-CTL
026400               AT END
026500                   MOVE 'Y' TO WS-CTL-EOF-SW
026600                   GO TO 1220-EXIT
026700           END-READ.
026800           MOVE 'Y'            TO WS-PRIOR-SW.
026900           MOVE SNC-MONTH      TO WS-PRIOR-MONTH.
027000           MOVE SNC-TIMESTAMP  TO WS-PRIOR-TIMESTAMP.
027100           MOVE SNC-RECORDS    TO WS-PRIOR-RECORDS.
027200           MOVE SNC-VAR2-TOTAL TO WS-PRIOR-TOTAL.
027300       1220-EXIT.
027400           EXIT.
027405
027411      *----------------------------------------------------------------*
027417      * 1300-BACK-ONE-MONTH - STEP WS-MONTH-WORK BACK ONE CALENDAR     *
027423      * MONTH.                                                         *
027429      *----------------------------------------------------------------*
027435       1300-BACK-ONE-MONTH.
027441           IF WS-MW-MONTH = 1
027447               SUBTRACT 1 FROM WS-MW-YEAR
027453               MOVE 12 TO WS-MW-MONTH
027459           ELSE
027465               SUBTRACT 1 FROM WS-MW-MONTH
027471           END-IF.
027477       1300-EXIT.
027483           EXIT.
027500
027600      *----------------------------------------------------------------*
027700      * 2000-COPY-ONE-RECORD - ONE MASTER RECORD TO THE SNAPSHOT.      *
027800      *----------------------------------------------------------------*
027900       2000-COPY-ONE-RECORD.
028000           READ MASTER-FILE NEXT RECORD
028100               AT END
028200                   MOVE 'Y' TO WS-MSTR-EOF-SW
028300                   GO TO 2000-EXIT
028400           END-READ.
028500           WRITE SNAP-RECORD FROM MASTER-RECORD.
028600           ADD 1 TO WS-RECS-COPIED.
028700           ADD MSTR-VAR2 TO WS-VAR2-TOTAL.
028800       2000-EXIT.
028900           EXIT.
029000
029100      *----------------------------------------------------------------*
029200      * 3000-WRITE-CONTROL - APPEND THIS MONTH-END TO THE CONTROL FILE,*
029300      * ONLY ONCE THE WHOLE MASTER HAS BEEN COPIED.                    *
029400      *----------------------------------------------------------------*
029500       3000-WRITE-CONTROL.
029600           OPEN EXTEND SNAP-CTL.
029700           IF WS-SNAPCTL-STATUS NOT = '00'
029800               DISPLAY 'VARSNAP: UNABLE TO EXTEND SNAP-CTL, STATUS '
029900                   WS-SNAPCTL-STATUS
030000               MOVE 16 TO RETURN-CODE
030100               GO TO 9999-EXIT
030200           END-IF.
030300           MOVE SPACES            TO SNAPSHOT-CTL-RECORD.
030400           MOVE WS-SNAP-MONTH     TO SNC-MONTH.
030500           MOVE WS-TIMESTAMP-WORK TO SNC-TIMESTAMP.
030600           MOVE WS-RECS-COPIED    TO SNC-RECORDS.
030700           MOVE WS-VAR2-TOTAL     TO SNC-VAR2-TOTAL.
030800           WRITE SNAPSHOT-CTL-RECORD.
030900           CLOSE SNAP-CTL.
031000       3000-EXIT.
031100           EXIT.
031200
031300      *----------------------------------------------------------------*
031400      * 4000-WRITE-REPORT - THE SNAPSHOT FIGURES, THEN THE PRIOR       *
031500      * MONTH-END THE ROLL-FORWARD WILL START FROM.                    *
031600      *----------------------------------------------------------------*
031700       4000-WRITE-REPORT.
031800           MOVE WS-SNAP-MONTH TO RHL1-MONTH.
031900           WRITE REPORT-LINE FROM RPT-HEADING-LINE-1
032000               AFTER ADVANCING PAGE.
032100           MOVE 'SNAPSHOT TAKEN..........' TO RXL-LITERAL.
032200           MOVE WS-TIMESTAMP-WORK          TO RXL-TEXT.
032300           WRITE REPORT-LINE FROM RPT-TEXT-LINE
032400               AFTER ADVANCING 2 LINES.
032500           MOVE 'RECORDS COPIED..........' TO RTL-LITERAL.
032600           MOVE WS-RECS-COPIED             TO RTL-COUNT.
032700           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
032800               AFTER ADVANCING 1 LINE.
032900           MOVE 'VAR2 TOTAL..............' TO RAL-LITERAL.
033000           MOVE WS-VAR2-TOTAL              TO RAL-AMOUNT.
033100           WRITE REPORT-LINE FROM RPT-AMOUNT-LINE
033200               AFTER ADVANCING 1 LINE.
033300           IF NOT WS-HAVE-PRIOR
033400               MOVE 'PRIOR MONTH-END.........' TO RXL-LITERAL
033500               MOVE 'NONE - FIRST SNAPSHOT, NOTHING TO ROLL FORWARD'
033600                   TO RXL-TEXT
033700               WRITE REPORT-LINE FROM RPT-TEXT-LINE
033800                   AFTER ADVANCING 2 LINES
033900               GO TO 4000-EXIT
034000           END-IF.
034100           MOVE 'PRIOR MONTH-END.........' TO RTL-LITERAL.
034200           MOVE WS-PRIOR-MONTH             TO RTL-COUNT.
034300           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
034400               AFTER ADVANCING 2 LINES.
034500           MOVE 'PRIOR SNAPSHOT TAKEN....' TO RXL-LITERAL.
034600           MOVE WS-PRIOR-TIMESTAMP         TO RXL-TEXT.
034700           WRITE REPORT-LINE FROM RPT-TEXT-LINE
034800               AFTER ADVANCING 1 LINE.
034900           MOVE 'PRIOR RECORDS...........' TO RTL-LITERAL.
035000           MOVE WS-PRIOR-RECORDS           TO RTL-COUNT.
035100           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
035200               AFTER ADVANCING 1 LINE.
035300           MOVE 'PRIOR VAR2 TOTAL........' TO RAL-LITERAL.
035400           MOVE WS-PRIOR-TOTAL             TO RAL-AMOUNT.
035500           WRITE REPORT-LINE FROM RPT-AMOUNT-LINE
035600               AFTER ADVANCING 1 LINE.
035700       4000-EXIT.
035800           EXIT.
035900
036000      *----------------------------------------------------------------*
036100      * 9000-TERMINATE - CLOSE FILES, SHOW THE FIGURES, AND END CC 4   *
036200      * WHEN THERE IS NO PRIOR MONTH-END SO THE JOB SKIPS THE          *
036300      * ROLL-FORWARD.                                                  *
036400      *----------------------------------------------------------------*
036500       9000-TERMINATE.
036600           CLOSE MASTER-FILE.
036700           CLOSE SNAP-OUT.
036800           CLOSE REPORT-OUT.
036900           DISPLAY 'MONTH-END..........: ' WS-SNAP-MONTH.
037000           DISPLAY 'RECORDS COPIED.....: ' WS-RECS-COPIED.
037100           DISPLAY 'VAR2 TOTAL.........: ' WS-VAR2-TOTAL.
037200           IF NOT WS-HAVE-PRIOR
037300               DISPLAY 'VARSNAP: FIRST SNAPSHOT, NO ROLL-FORWARD'
037400               MOVE 4 TO RETURN-CODE
037500           END-IF.
037600       9000-EXIT.
037700           EXIT.
037800
037900      *----------------------------------------------------------------*
038000      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
038100      *----------------------------------------------------------------*
038200       9999-EXIT.
038300           STOP RUN.
