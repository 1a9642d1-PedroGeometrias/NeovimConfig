000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VARRSND.
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
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  RESENDS UNACKNOWLEDGED     *
001500      *                  EXTRACT ITEMS.  READS THE OUTSTANDING FILE THE*
001600      *                  ACKNOWLEDGMENT MATCH HAS JUST WRITTEN AND, FOR*
001700      *                  EACH SUBSCRIBER WITH A RESEND CARD, SENDS AN  *
001800      *                  ITEM AGAIN EVERY TIME ANOTHER INTERVAL OF THAT*
001900      *                  SUBSCRIBER'S DAYS PASSES WITHOUT AN ACK: THE  *
002000      *                  FIRST RESEND AT ONE INTERVAL FROM THE FIRST   *
002100      *                  EXTRACT, THE SECOND AT TWO, AND SO ON.  A     *
002200      *                  RESENT ITEM IS REBUILT AS A DISTRIBUTION LOG  *
002300      *                  RECORD CARRYING ITS RESEND COUNT ON THE       *
002400      *                  SUBSCRIBER'S RESEND FILE (RSNDOUT1-RSNDOUT4,  *
002500      *                  PAIRED WITH VARDIST'S SUBOUT1-SUBOUT4 BY THE  *
002600      *                  SAME ORDER OF FIRST APPEARANCE ON THE         *
002700      *                  SUBSCRIPTION CARDS), AND ONLY IF THE          *
002800      *                  SUBSCRIBER'S CARDS STILL SELECT ITS SOURCE AND*
002900      *                  ACTION.  AN ITEM DUE AGAIN AFTER ITS LAST     *
003000      *                  ALLOWED RESEND, OR NO LONGER ROUTED, IS NOT   *
003100      *                  SENT BUT LISTED ON THE ESCALATION REPORT UNDER*
003200      *                  ITS SUBSCRIBER.  EVERY ITEM IS CARRIED FORWARD*
003300      *                  ON THE NEW OUTSTANDING FILE, WITH ITS COUNT   *
003400      *                  BUMPED WHEN SENT, SO A LATE ACK STILL MATCHES.*
003420      * 2026-10-15 JHM   THE INTERVAL ON THE RESEND CARDS AND THE DAYS *
003440      *                  AN ITEM HAS BEEN OUT ARE NOW BUSINESS DAYS ON *
003460      *                  THE PROCESSING CALENDAR (CALFILE), THE SAME   *
003480      *                  COUNT THE ACKNOWLEDGMENT MATCH REPORTS.       *
003484      * 2026-10-15 JHM   AN ITEM FIRST EXTRACTED BEFORE THE CALENDAR'S *
003488      *                  FIRST DATE IS TAKEN AS PAST EVERY INTERVAL,   *
003492      *                  SO IT IS ALWAYS DUE.                          *
003500      *----------------------------------------------------------------*
003600
003700       ENVIRONMENT DIVISION.
003800       CONFIGURATION SECTION.
003900       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
004000       OBJECT-COMPUTER. YOUR-MACHINE-TYPE.
004100
004200       INPUT-OUTPUT SECTION.
004300       FILE-CONTROL.
004400           SELECT OUTSTAND-IN ASSIGN TO OUTSIN
004500               ORGANIZATION IS SEQUENTIAL
004600               FILE STATUS IS WS-OUTSIN-STATUS.
004700
004800           SELECT OUTSTAND-OUT ASSIGN TO OUTSOUT
004900               ORGANIZATION IS SEQUENTIAL
005000               FILE STATUS IS WS-OUTSOUT-STATUS.
005100
005200           SELECT SUBS-CTL ASSIGN TO SUBSCTL
005300               ORGANIZATION IS SEQUENTIAL
005400               FILE STATUS IS WS-SUBSCTL-STATUS.
005500
005600           SELECT RSND-CTL ASSIGN TO RSNDCTL
005700               ORGANIZATION IS SEQUENTIAL
005800               FILE STATUS IS WS-RSNDCTL-STATUS.
005820
005840           SELECT CALENDAR-FILE ASSIGN TO CALFILE
005860               ORGANIZATION IS SEQUENTIAL
005880               FILE STATUS IS WS-CALENDAR-STATUS.
005900
006000           SELECT RSND-OUT-1 ASSIGN TO RSNDOUT1
006100               ORGANIZATION IS SEQUENTIAL
006200               FILE STATUS IS WS-RSND1-STATUS.
006300
006400           SELECT RSND-OUT-2 ASSIGN TO RSNDOUT2
006500               ORGANIZATION IS SEQUENTIAL
006600               FILE STATUS IS WS-RSND2-STATUS.
006700
006800           SELECT RSND-OUT-3 ASSIGN TO RSNDOUT3
006900               ORGANIZATION IS SEQUENTIAL
007000               FILE STATUS IS WS-RSND3-STATUS.
007100
007200           SELECT RSND-OUT-4 ASSIGN TO RSNDOUT4
007300               ORGANIZATION IS SEQUENTIAL
007400               FILE STATUS IS WS-RSND4-STATUS.
007500
007600           SELECT ESCL-RPT ASSIGN TO ESCLRPT
007700               ORGANIZATION IS SEQUENTIAL
007800               FILE STATUS IS WS-ESCL-STATUS.
007900
008000           SELECT REPORT-OUT ASSIGN TO RPTOUT
008100               ORGANIZATION IS SEQUENTIAL
008200               FILE STATUS IS WS-REPORT-STATUS.
008300
008400       DATA DIVISION.
008500       FILE SECTION.
008600
008700      *----------------------------------------------------------------*
008800      * OUTSTAND-IN - TONIGHT'S OUTSTANDING FILE FROM THE              *
008900      * ACKNOWLEDGMENT MATCH, IN SUBSCRIBER/VAR1/VAR2 ORDER.           *
009000      *----------------------------------------------------------------*
009100       FD  OUTSTAND-IN
009200           RECORDING MODE IS F.
009300           COPY OUTSREC REPLACING
009400               ==OUTSTAND-RECORD== BY ==OUTSTAND-IN-RECORD==
009500               LEADING ==OUT-== BY ==OIN-==.
009600
009700      *----------------------------------------------------------------*
009800      * OUTSTAND-OUT - THE SAME ITEMS, RESEND COUNTS BUMPED, CARRIED   *
009900      * FORWARD TO TOMORROW'S MATCH.  STILL IN KEY ORDER.              *
010000      *----------------------------------------------------------------*
010100       FD  OUTSTAND-OUT
010200           RECORDING MODE IS F.
010300           COPY OUTSREC REPLACING
010400               ==OUTSTAND-RECORD== BY ==OUTSTAND-OUT-RECORD==
010500               LEADING ==OUT-== BY ==ONW-==.
010600
010700      *----------------------------------------------------------------*
010800      * SUBS-CTL - VARDIST'S SUBSCRIPTION CONTROL CARDS:               *
010900      *   COLS  1-8   SUBSCRIBER NAME                                  *
011000      *   COL   9     (BLANK)                                          *
011100      *   COLS 10-11  SOURCE ID WANTED, OR ** (OR BLANK) FOR ALL       *
011200      *   COL  12     (BLANK)                                          *
011300      *   COLS 13-15  ACTION CODES WANTED (SUBSET OF ACD, BLANK = ALL) *
011400      *----------------------------------------------------------------*
011500       FD  SUBS-CTL
011600           RECORDING MODE IS F.
011700       01  SUBS-RECORD.
011800           05  SBC-NAME                PIC X(08).
011900           05  FILLER                  PIC X(01).
012000           05  SBC-SOURCE-ID           PIC X(02).
012100           05  FILLER                  PIC X(01).
012200           05  SBC-ACTIONS             PIC X(03).
012300           05  FILLER                  PIC X(65).
012400
012500      *----------------------------------------------------------------*
012600      * RSND-CTL - ONE RESEND CARD PER SUBSCRIBER:                     *
012700      *   COLS  1-8   SUBSCRIBER NAME                                  *
012800      *   COL   9     (BLANK)                                          *
012900      *   COLS 10-12  BUSINESS DAYS BEFORE EACH RESEND, 000 = NEVER    *
013000      *   COL  13     (BLANK)                                          *
013100      *   COLS 14-15  MOST TIMES ONE ITEM IS SENT AGAIN                *
013200      * A SUBSCRIBER WITH NO CARD IS NEVER RESENT TO.  CARDS WITH * IN *
013300      * COLUMN 1 ARE COMMENTS.                                         *
013400      *----------------------------------------------------------------*
013500       FD  RSND-CTL
013600           RECORDING MODE IS F.
013700       01  RSND-CTL-RECORD.
013800           05  RSC-NAME                PIC X(08).
013900           05  FILLER                  PIC X(01).
014000           05  RSC-DAYS                PIC 9(03).
014100           05  FILLER                  PIC X(01).
014200           05  RSC-MAX-RESENDS         PIC 9(02).
014300           05  FILLER                  PIC X(65).
014400
014500      *----------------------------------------------------------------*
014600      * RSND-OUT-1 THROUGH RSND-OUT-4 - ONE RESEND FILE PER            *
014700      * SUBSCRIBER, DISTRIBUTION LOG LAYOUT (DISTREC).                 *
014800      *----------------------------------------------------------------*
014900       FD  RSND-OUT-1
015000           RECORDING MODE IS F.
015100       01  RSND-1-RECORD               PIC X(28).
015200
015300       FD  RSND-OUT-2
015400           RECORDING MODE IS F.
015500       01  RSND-2-RECORD               PIC X(28).
015600
015700       FD  RSND-OUT-3
015800           RECORDING MODE IS F.
015900       01  RSND-3-RECORD               PIC X(28).
016000
016100       FD  RSND-OUT-4
016200           RECORDING MODE IS F.
016300       01  RSND-4-RECORD               PIC X(28).
016400
016500      *----------------------------------------------------------------*
016600      * ESCL-RPT - ITEMS PAST RESENDING, A PAGE PER SUBSCRIBER.        *
016700      *----------------------------------------------------------------*
016800       FD  ESCL-RPT
016900           RECORDING MODE IS F.
017000       01  ESCL-LINE                   PIC X(80).
017100
017200      *----------------------------------------------------------------*
017300      * REPORT-OUT - WHAT WAS RESENT, PER SUBSCRIBER.                  *
017400      *----------------------------------------------------------------*
017500       FD  REPORT-OUT
017600           RECORDING MODE IS F.
017700       01  REPORT-LINE                 PIC X(80).
017711
017722      *----------------------------------------------------------------*
017733      * CALENDAR-FILE - THE PROCESSING CALENDAR, ONE RECORD PER DATE   *
017744      * IN DATE ORDER, EACH MARKED PROCESSING OR NON-PROCESSING.       *
017755      *----------------------------------------------------------------*
017766       FD  CALENDAR-FILE
017777           RECORDING MODE IS F.
017788           COPY CALREC.
017800
017900       WORKING-STORAGE SECTION.
018000
018100       77  WS-OUTSIN-STATUS            PIC X(02).
018200       77  WS-OUTSOUT-STATUS           PIC X(02).
018300       77  WS-SUBSCTL-STATUS           PIC X(02).
018400       77  WS-RSNDCTL-STATUS           PIC X(02).
018500       77  WS-RSND1-STATUS             PIC X(02).
018600       77  WS-RSND2-STATUS             PIC X(02).
018700       77  WS-RSND3-STATUS             PIC X(02).
018800       77  WS-RSND4-STATUS             PIC X(02).
018900       77  WS-ESCL-STATUS              PIC X(02).
019000       77  WS-REPORT-STATUS            PIC X(02).
019100       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
019200           88  WS-EOF                          VALUE 'Y'.
019300       77  WS-CTL-EOF-SW               PIC X(01) VALUE 'N'.
019400           88  WS-CTL-EOF                      VALUE 'Y'.
019500       77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
019600       77  WS-RECS-RESENT              PIC 9(07) COMP VALUE ZERO.
019700       77  WS-RECS-ESCALATED           PIC 9(07) COMP VALUE ZERO.
019800       77  WS-RECS-NOT-DUE             PIC 9(07) COMP VALUE ZERO.
019900       77  WS-RECS-NO-CARD             PIC 9(07) COMP VALUE ZERO.
020100       77  WS-DAYS-OUT                 PIC S9(05) COMP VALUE ZERO.
020200       77  WS-DUE-DAYS                 PIC S9(05) COMP VALUE ZERO.
020300       77  WS-ESC-REASON               PIC X(20) VALUE SPACES.
020400       77  WS-ESC-LAST-SUB             PIC X(08) VALUE SPACES.
020500       77  WS-ESC-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
020600       77  WS-ESC-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
020700       77  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 50.
020706       77  WS-CALENDAR-STATUS          PIC X(02).
020712       77  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
020718           88  WS-CAL-EOF                      VALUE 'Y'.
020724       77  WS-CAL-COUNT                PIC 9(05) COMP VALUE ZERO.
020730       77  WS-CAL-MAX                  PIC 9(05) VALUE 3700.
020736       77  WS-CAL-SUB                  PIC 9(05) COMP VALUE ZERO.
020742       77  WS-CAL-BASE-INT             PIC 9(07) COMP VALUE ZERO.
020748       77  WS-CAL-DATE-INT             PIC 9(07) COMP VALUE ZERO.
020754       77  WS-CAL-BUS-DAYS             PIC 9(05) COMP VALUE ZERO.
020760       77  WS-CAL-DATE                 PIC 9(08) VALUE ZERO.
020766       77  WS-CAL-DAY-ORD              PIC 9(05) COMP VALUE ZERO.
020772       77  WS-CAL-DAY-TYPE             PIC X(01) VALUE SPACE.
020778           88  WS-CAL-DAY-PROCESSING           VALUE 'P'.
020784       77  WS-CAL-TODAY-ORD            PIC 9(05) COMP VALUE ZERO.
020788       77  WS-CAL-BEFORE-SW            PIC X(01) VALUE 'N'.
020792           88  WS-CAL-BEFORE-START             VALUE 'Y'.
020796       77  WS-DAYS-PAST-ALL            PIC S9(05) COMP VALUE 99999.
020800
020900       01  WS-TIMESTAMP-WORK.
021000           05  WS-CURRENT-DATE         PIC 9(08).
021100           05  WS-CURRENT-TIME         PIC 9(08).
021200
021300      *----------------------------------------------------------------*
021400      * SUBSCRIBER TABLE FROM THE SUBSCRIPTION CARDS, IN ORDER OF FIRST*
021500      * APPEARANCE AS VARDIST BUILDS IT, SO ENTRY N RESENDS ON         *
021600      * RSNDOUTN FOR THE SUBSCRIBER WHOSE FEED IS VARDIST'S SUBOUTN,   *
021700      * AND THE SELECTION TABLE OF CARDS.                              *
021800      *----------------------------------------------------------------*
021900       77  WS-SUB-COUNT                PIC 9(02) COMP VALUE ZERO.
022000       77  WS-SUB-SUB                  PIC 9(02) COMP VALUE ZERO.
022100       77  WS-SUB-MAX                  PIC 9(02) VALUE 4.
022200       77  WS-SEL-COUNT                PIC 9(02) COMP VALUE ZERO.
022300       77  WS-SEL-SUB                  PIC 9(02) COMP VALUE ZERO.
022400       77  WS-SEL-MAX                  PIC 9(02) VALUE 40.
022500       77  WS-LOC-SUB-NAME             PIC X(08) VALUE SPACES.
022600       77  WS-LOC-FOUND-SW             PIC X(01) VALUE 'N'.
022700           88  WS-LOC-FOUND                    VALUE 'Y'.
022800       77  WS-CUR-SUB                  PIC 9(02) COMP VALUE ZERO.
022900       77  WS-WANT-SW                  PIC X(01) VALUE 'N'.
023000           88  WS-WANTED                       VALUE 'Y'.
023100       77  WS-ACT-SUB                  PIC 9(02) COMP VALUE ZERO.
023200
023300       01  WS-SUB-TABLE.
023400           05  WS-SUB-ENTRY OCCURS 4 TIMES.
023500               10  WS-SUB-NAME         PIC X(08).
023600
023700       01  WS-SEL-TABLE.
023800           05  WS-SEL-ENTRY OCCURS 40 TIMES.
023900               10  WS-SEL-SUB-NO       PIC 9(02) COMP.
024000               10  WS-SEL-SOURCE       PIC X(02).
024100               10  WS-SEL-ACTIONS      PIC X(03).
024200
024300      *----------------------------------------------------------------*
024400      * RESEND CARDS, AND PER-SUBSCRIBER COUNTS FOR THE REPORT.        *
024500      *----------------------------------------------------------------*
024600       77  WS-PRM-COUNT                PIC 9(02) COMP VALUE ZERO.
024700       77  WS-PRM-SUB                  PIC 9(02) COMP VALUE ZERO.
024800       77  WS-PRM-MAX                  PIC 9(02) VALUE 10.
024900       77  WS-PRM-FOUND-SW             PIC X(01) VALUE 'N'.
025000           88  WS-PRM-FOUND                    VALUE 'Y'.
025100       77  WS-PRM-HIT                  PIC 9(02) COMP VALUE ZERO.
025200
025300       01  WS-PRM-TABLE.
025400           05  WS-PRM-ENTRY OCCURS 10 TIMES.
025500               10  WS-PRM-NAME         PIC X(08).
025600               10  WS-PRM-DAYS         PIC 9(03).
025700               10  WS-PRM-MAX-RESENDS  PIC 9(02).
025800               10  WS-PRM-ITEMS        PIC 9(07) COMP.
025900               10  WS-PRM-RESENT       PIC 9(07) COMP.
026000               10  WS-PRM-ESCALATED    PIC 9(07) COMP.
026007
026014      *----------------------------------------------------------------*
026021      * PROCESSING CALENDAR, ONE ENTRY PER DATE FROM THE FIRST DATE    *
026028      * ON THE CALENDAR FILE (WS-CAL-BASE-INT).  THE ORDINAL IS THE    *
026035      * RUNNING COUNT OF PROCESSING DAYS UP TO AND INCLUDING THE DATE, *
026042      * SO THE BUSINESS DAYS BETWEEN TWO DATES IS THE DIFFERENCE OF    *
026049      * THEIR ORDINALS.                                                *
026056      *----------------------------------------------------------------*
026063       01  WS-CALENDAR-TABLE.
026070           05  WS-CAL-ENTRY OCCURS 3700 TIMES.
026077               10  WS-CAL-TYPE         PIC X(01).
026084               10  WS-CAL-ORDINAL      PIC 9(05) COMP.
026100
026200      *----------------------------------------------------------------*
026300      * THE REBUILT DISTRIBUTION RECORD, WRITTEN THROUGH THE RESEND    *
026400      * RECORD AREAS.                                                  *
026500      *----------------------------------------------------------------*
026600           COPY DISTREC.
026700
026800      *----------------------------------------------------------------*
026900      * PRINT REPORT LINES                                             *
027000      *----------------------------------------------------------------*
027100       01  RPT-HEADING-LINE-1.
027200           05  FILLER                  PIC X(01) VALUE ' '.
027300           05  FILLER                  PIC X(30) VALUE
027400               'UNACKNOWLEDGED EXTRACT RESEND '.
027500           05  RHL1-DATE               PIC 9(08).
027600           05  FILLER                  PIC X(41) VALUE SPACES.
027700
027800       01  RPT-SUB-HEAD.
027900           05  FILLER                  PIC X(01) VALUE ' '.
028000           05  FILLER                  PIC X(10) VALUE 'SUBSCRIBER'.
028100           05  FILLER                  PIC X(10) VALUE '      DAYS'.
028200           05  FILLER                  PIC X(06) VALUE '   MAX'.
028300           05  FILLER                  PIC X(10) VALUE '     ITEMS'.
028400           05  FILLER                  PIC X(10) VALUE '    RESENT'.
028500           05  FILLER                  PIC X(11) VALUE '  ESCALATED'.
028600           05  FILLER                  PIC X(22) VALUE SPACES.
028700
028800       01  RPT-SUB-LINE.
028900           05  FILLER                  PIC X(01) VALUE ' '.
029000           05  RSL-NAME                PIC X(08).
029100           05  FILLER                  PIC X(09) VALUE SPACES.
029200           05  RSL-DAYS                PIC ZZ9.
029300           05  FILLER                  PIC X(04) VALUE SPACES.
029400           05  RSL-MAX                 PIC Z9.
029500           05  FILLER                  PIC X(03) VALUE SPACES.
029600           05  RSL-ITEMS               PIC ZZZZZZ9.
029700           05  FILLER                  PIC X(03) VALUE SPACES.
029800           05  RSL-RESENT              PIC ZZZZZZ9.
029900           05  FILLER                  PIC X(04) VALUE SPACES.
030000           05  RSL-ESCALATED           PIC ZZZZZZ9.
030100           05  FILLER                  PIC X(22) VALUE SPACES.
030200
030300       01  RPT-TOTAL-LINE.
030400           05  FILLER                  PIC X(01) VALUE ' '.
030500           05  RTL-LITERAL             PIC X(24).
030600           05  RTL-COUNT               PIC ZZZZZZ9.
030700           05  FILLER                  PIC X(48) VALUE SPACES.
030800
030900       01  ESC-HEADING-LINE-1.
031000           05  FILLER                  PIC X(01) VALUE ' '.
031100           05  FILLER                  PIC X(30) VALUE
031200               'ESCALATED UNACKED EXTRACTS    '.
031300           05  FILLER                  PIC X(11) VALUE 'SUBSCRIBER '.
031400           05  EHL1-SUB                PIC X(08).
031500           05  FILLER                  PIC X(03) VALUE SPACES.
031600           05  EHL1-DATE               PIC 9(08).
031700           05  FILLER                  PIC X(03) VALUE SPACES.
031800           05  FILLER                  PIC X(05) VALUE 'PAGE '.
031900           05  EHL1-PAGE-NO            PIC ZZ9.
032000           05  FILLER                  PIC X(08) VALUE SPACES.
032100
032200       01  ESC-HEADING-LINE-2.
032300           05  FILLER                  PIC X(01) VALUE ' '.
032400           05  FILLER                  PIC X(12) VALUE 'VAR1'.
032500           05  FILLER                  PIC X(07) VALUE 'VAR2'.
032600           05  FILLER                  PIC X(04) VALUE 'ACT'.
032700           05  FILLER                  PIC X(04) VALUE 'SRC'.
032800           05  FILLER                  PIC X(10) VALUE 'FIRST SENT'.
032900           05  FILLER                  PIC X(06) VALUE '  DAYS'.
033000           05  FILLER                  PIC X(08) VALUE ' RESENDS'.
033100           05  FILLER                  PIC X(02) VALUE SPACES.
033200           05  FILLER                  PIC X(20) VALUE 'REASON'.
033300           05  FILLER                  PIC X(06) VALUE SPACES.
033400
033500       01  ESC-DETAIL-LINE.
033600           05  FILLER                  PIC X(01) VALUE ' '.
033700           05  EDL-VAR1                PIC X(10).
033800           05  FILLER                  PIC X(02) VALUE SPACES.
033900           05  EDL-VAR2                PIC X(05).
034000           05  FILLER                  PIC X(03) VALUE SPACES.
034100           05  EDL-ACTION              PIC X(01).
034200           05  FILLER                  PIC X(02) VALUE SPACES.
034300           05  EDL-SOURCE              PIC X(02).
034400           05  FILLER                  PIC X(02) VALUE SPACES.
034500           05  EDL-FIRST-DATE          PIC 9(08).
034600           05  FILLER                  PIC X(03) VALUE SPACES.
034700           05  EDL-DAYS-OUT            PIC ZZZZ9.
034800           05  FILLER                  PIC X(06) VALUE SPACES.
034900           05  EDL-RESENDS             PIC Z9.
035000           05  FILLER                  PIC X(02) VALUE SPACES.
035100           05  EDL-REASON              PIC X(20).
035200           05  FILLER                  PIC X(06) VALUE SPACES.
035300
035400       01  ESC-NONE-LINE.
035500           05  FILLER                  PIC X(01) VALUE ' '.
035600           05  FILLER                  PIC X(30) VALUE
035700               'NO ITEMS ESCALATED TONIGHT    '.
035800           05  FILLER                  PIC X(49) VALUE SPACES.
035900
036000       PROCEDURE DIVISION.
036100
036200      *----------------------------------------------------------------*
036300      * 0000-MAINLINE                                                  *
036400      *----------------------------------------------------------------*
036500       0000-MAINLINE.
036600           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036700           PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
036800               UNTIL WS-EOF.
036900           PERFORM 9000-TERMINATE THRU 9000-EXIT.
037000           GO TO 9999-EXIT.
037100
037200      *----------------------------------------------------------------*
037300      * 1000-INITIALIZE - LOAD BOTH SETS OF CARDS AND OPEN FILES.  NO  *
037400      * SUBSCRIPTION CARDS IS AN ERROR, AS IN VARDIST; NO RESEND CARDS *
037500      * MEANS NOTHING IS EVER DUE, AND EVERY ITEM IS CARRIED AS IS.    *
037600      *----------------------------------------------------------------*
037700       1000-INITIALIZE.
037800           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
037900           ACCEPT WS-CURRENT-TIME FROM TIME.
038000           PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
038200           PERFORM 1200-LOAD-SUBSCRIPTIONS THRU 1200-EXIT.
038300           IF WS-SUB-COUNT = ZERO
038400               DISPLAY 'VARRSND: NO SUBSCRIPTION CARDS'
038500               MOVE 16 TO RETURN-CODE
038600               GO TO 9999-EXIT
038700           END-IF.
038800           PERFORM 1300-LOAD-RESEND-CARDS THRU 1300-EXIT.
038900           OPEN INPUT OUTSTAND-IN.
039000           IF WS-OUTSIN-STATUS NOT = '00'
039100               DISPLAY 'VARRSND: UNABLE TO OPEN OUTSTAND-IN, STATUS '
039200                   WS-OUTSIN-STATUS
039300               MOVE 16 TO RETURN-CODE
039400               GO TO 9999-EXIT
039500           END-IF.
039600           OPEN OUTPUT OUTSTAND-OUT.
039700           IF WS-OUTSOUT-STATUS NOT = '00'
039800               DISPLAY 'VARRSND: UNABLE TO OPEN OUTSTAND-OUT, STATUS '
039900                   WS-OUTSOUT-STATUS
040000               MOVE 16 TO RETURN-CODE
040100               GO TO 9999-EXIT
040200           END-IF.
040300           OPEN OUTPUT RSND-OUT-1.
040400           IF WS-RSND1-STATUS NOT = '00'
040500               DISPLAY 'VARRSND: UNABLE TO OPEN RSND-OUT-1, STATUS '
040600                   WS-RSND1-STATUS
040700               MOVE 16 TO RETURN-CODE
040800               GO TO 9999-EXIT
040900           END-IF.
041000           OPEN OUTPUT RSND-OUT-2.
041100           IF WS-RSND2-STATUS NOT = '00'
041200               DISPLAY 'VARRSND: UNABLE TO OPEN RSND-OUT-2, STATUS '
041300                   WS-RSND2-STATUS
041400               MOVE 16 TO RETURN-CODE
041500               GO TO 9999-EXIT
041600           END-IF.
041700           OPEN OUTPUT RSND-OUT-3.
041800           IF WS-RSND3-STATUS NOT = '00'
041900               DISPLAY 'VARRSND: UNABLE TO OPEN RSND-OUT-3, STATUS '
042000                   WS-RSND3-STATUS
042100               MOVE 16 TO RETURN-CODE
042200               GO TO 9999-EXIT
042300           END-IF.
042400           OPEN OUTPUT RSND-OUT-4.
042500           IF WS-RSND4-STATUS NOT = '00'
042600               DISPLAY 'VARRSND: UNABLE TO OPEN RSND-OUT-4, STATUS '
042700                   WS-RSND4-STATUS
042800               MOVE 16 TO RETURN-CODE
042900               GO TO 9999-EXIT
043000           END-IF.
043100           OPEN OUTPUT ESCL-RPT.
043200           IF WS-ESCL-STATUS NOT = '00'
043300               DISPLAY 'VARRSND: UNABLE TO OPEN ESCL-RPT, STATUS '
043400                   WS-ESCL-STATUS
043500               MOVE 16 TO RETURN-CODE
043600               GO TO 9999-EXIT
043700           END-IF.
043800           OPEN OUTPUT REPORT-OUT.
043900           IF WS-REPORT-STATUS NOT = '00'
044000               DISPLAY 'VARRSND: UNABLE TO OPEN REPORT-OUT, STATUS '
044100                   WS-REPORT-STATUS
044200               MOVE 16 TO RETURN-CODE
044300               GO TO 9999-EXIT
044400           END-IF.
044500       1000-EXIT.
044600           EXIT.
044700
044800      *----------------------------------------------------------------*
044900      * 1200-LOAD-SUBSCRIPTIONS - READ THE SUBSCRIPTION CARDS INTO THE *
045000      * SUBSCRIBER AND SELECTION TABLES EXACTLY AS VARDIST DOES.       *
045100      *----------------------------------------------------------------*
045200       1200-LOAD-SUBSCRIPTIONS.
045300           OPEN INPUT SUBS-CTL.
045400           IF WS-SUBSCTL-STATUS NOT = '00'
045500               DISPLAY 'VARRSND: UNABLE TO OPEN SUBS-CTL, STATUS '
045600                   WS-SUBSCTL-STATUS
045700               GO TO 1200-EXIT
045800           END-IF.
045900           PERFORM 1220-READ-ONE-CARD THRU 1220-EXIT
046000               UNTIL WS-CTL-EOF.
046100           CLOSE SUBS-CTL.
046200       1200-EXIT.
046300           EXIT.
046400
046500       1220-READ-ONE-CARD.
046600           READ SUBS-CTL
046700               AT END
046800                   MOVE 'Y' TO WS-CTL-EOF-SW
046900                   GO TO 1220-EXIT
047000           END-READ.
047100           IF SBC-NAME = SPACES OR SBC-NAME (1:1) = '*'
047200               GO TO 1220-EXIT
047300           END-IF.
047400           MOVE SBC-NAME TO WS-LOC-SUB-NAME.
047500           PERFORM 1240-LOCATE-SUBSCRIBER THRU 1240-EXIT.
047600           IF WS-SEL-COUNT NOT < WS-SEL-MAX
047700               DISPLAY 'VARRSND: SELECTION TABLE FULL, CARD IGNORED'
047800               GO TO 1220-EXIT
047900           END-IF.
048000           ADD 1 TO WS-SEL-COUNT.
048100           MOVE WS-CUR-SUB    TO WS-SEL-SUB-NO (WS-SEL-COUNT).
048200           MOVE SBC-SOURCE-ID TO WS-SEL-SOURCE (WS-SEL-COUNT).
048300           MOVE SBC-ACTIONS   TO WS-SEL-ACTIONS (WS-SEL-COUNT).
048400       1220-EXIT.
048500           EXIT.
048600
048700      *----------------------------------------------------------------*
048800      * 1240-LOCATE-SUBSCRIBER - FIND THE TABLE ENTRY FOR              *
048900      * WS-LOC-SUB-NAME, CREATING IT ON FIRST SIGHT.  LEAVES THE       *
049000      * SUBSCRIPT IN WS-CUR-SUB.                                       *
049100      *----------------------------------------------------------------*
049200       1240-LOCATE-SUBSCRIBER.
049300           PERFORM 1250-FIND-SUBSCRIBER THRU 1250-EXIT.
049400           IF WS-LOC-FOUND
049500               GO TO 1240-EXIT
049600           END-IF.
049700           IF WS-SUB-COUNT NOT < WS-SUB-MAX
049800               DISPLAY 'VARRSND: MORE THAN FOUR SUBSCRIBERS: '
049900                   WS-LOC-SUB-NAME
050000               MOVE 16 TO RETURN-CODE
050100               GO TO 9999-EXIT
050200           END-IF.
050300           ADD 1 TO WS-SUB-COUNT.
050400           MOVE WS-SUB-COUNT TO WS-CUR-SUB.
050500           MOVE WS-LOC-SUB-NAME TO WS-SUB-NAME (WS-CUR-SUB).
050600       1240-EXIT.
050700           EXIT.
050800
050900      *----------------------------------------------------------------*
051000      * 1250-FIND-SUBSCRIBER - LOOK UP WS-LOC-SUB-NAME WITHOUT ADDING  *
051100      * IT.  SETS WS-LOC-FOUND AND, WHEN FOUND, WS-CUR-SUB.            *
051200      *----------------------------------------------------------------*
051300       1250-FIND-SUBSCRIBER.
051400           MOVE 'N' TO WS-LOC-FOUND-SW.
051500           PERFORM 1260-SCAN-SUBSCRIBER THRU 1260-EXIT
051600               VARYING WS-SUB-SUB FROM 1 BY 1
051700               UNTIL WS-LOC-FOUND OR WS-SUB-SUB > WS-SUB-COUNT.
051800       1250-EXIT.
051900           EXIT.
052000
052100       1260-SCAN-SUBSCRIBER.
052200           IF WS-SUB-NAME (WS-SUB-SUB) = WS-LOC-SUB-NAME
052300               MOVE WS-SUB-SUB TO WS-CUR-SUB
052400               MOVE 'Y' TO WS-LOC-FOUND-SW
052500           END-IF.
052600       1260-EXIT.
052700           EXIT.
052800
052900      *----------------------------------------------------------------*
053000      * 1300-LOAD-RESEND-CARDS - ONE CARD PER SUBSCRIBER.  A BAD CARD  *
053100      * STOPS THE RUN: A MISREAD INTERVAL WOULD FLOOD OR STARVE A      *
053200      * CONSUMER.  A REPEATED NAME KEEPS THE FIRST CARD.               *
053300      *----------------------------------------------------------------*
053400       1300-LOAD-RESEND-CARDS.
053500           MOVE 'N' TO WS-CTL-EOF-SW.
053600           OPEN INPUT RSND-CTL.
053700           IF WS-RSNDCTL-STATUS NOT = '00'
053800               DISPLAY 'VARRSND: UNABLE TO OPEN RSND-CTL, STATUS '
053900                   WS-RSNDCTL-STATUS ', NOTHING WILL BE RESENT'
054000               GO TO 1300-EXIT
054100           END-IF.
054200           PERFORM 1320-READ-RESEND-CARD THRU 1320-EXIT
054300               UNTIL WS-CTL-EOF.
054400           CLOSE RSND-CTL.
054500       1300-EXIT.
054600           EXIT.
054700
054800       1320-READ-RESEND-CARD.
054900           READ RSND-CTL
055000               AT END
055100                   MOVE 'Y' TO WS-CTL-EOF-SW
055200                   GO TO 1320-EXIT
055300           END-READ.
055400           IF RSC-NAME = SPACES OR RSC-NAME (1:1) = '*'
055500               GO TO 1320-EXIT
055600           END-IF.
055700           IF RSC-DAYS NOT NUMERIC OR RSC-MAX-RESENDS NOT NUMERIC
055800               DISPLAY 'VARRSND: RESEND CARD NOT NUMERIC: '
055900                   RSND-CTL-RECORD
056000               MOVE 16 TO RETURN-CODE
056100               GO TO 9999-EXIT
056200           END-IF.
056300           MOVE RSC-NAME TO WS-LOC-SUB-NAME.
056400           PERFORM 2250-FIND-RESEND-CARD THRU 2250-EXIT.
056500           IF WS-PRM-FOUND
056600               GO TO 1320-EXIT
056700           END-IF.
056800           IF WS-PRM-COUNT NOT < WS-PRM-MAX
056900               DISPLAY 'VARRSND: MORE THAN TEN RESEND CARDS: '
057000                   RSC-NAME
057100               MOVE 16 TO RETURN-CODE
057200               GO TO 9999-EXIT
057300           END-IF.
057400           ADD 1 TO WS-PRM-COUNT.
057500           MOVE RSC-NAME        TO WS-PRM-NAME (WS-PRM-COUNT).
057600           MOVE RSC-DAYS        TO WS-PRM-DAYS (WS-PRM-COUNT).
057700           MOVE RSC-MAX-RESENDS TO WS-PRM-MAX-RESENDS (WS-PRM-COUNT).
057800           MOVE ZERO            TO WS-PRM-ITEMS (WS-PRM-COUNT).
057900           MOVE ZERO            TO WS-PRM-RESENT (WS-PRM-COUNT).
058000           MOVE ZERO            TO WS-PRM-ESCALATED (WS-PRM-COUNT).
058100       1320-EXIT.
058200           EXIT.
058201
058202      *----------------------------------------------------------------*
058203      * 1400-LOAD-CALENDAR - LOAD THE PROCESSING CALENDAR AND FIND     *
058204      * TODAY ON IT.  A MISSING OR EMPTY CALENDAR, A GAP OR A DATE     *
058205      * OUT OF ORDER, A BAD DAY TYPE, OR A CALENDAR THAT DOES NOT      *
058206      * REACH TODAY STOPS THE RUN: BUSINESS DAYS CANNOT BE COUNTED     *
058207      * WITHOUT IT.                                                    *
058208      *----------------------------------------------------------------*
058209       1400-LOAD-CALENDAR.
058210           OPEN INPUT CALENDAR-FILE.
058211           IF WS-CALENDAR-STATUS NOT = '00'
058212               DISPLAY 'VARRSND: UNABLE TO OPEN CALENDAR-FILE, STATUS '
058213                   WS-CALENDAR-STATUS
058214               MOVE 16 TO RETURN-CODE
058215               GO TO 9999-EXIT
058216           END-IF.
058217           PERFORM 1420-READ-CALENDAR-DAY THRU 1420-EXIT
058218               UNTIL WS-CAL-EOF.
058219           CLOSE CALENDAR-FILE.
058220           IF WS-CAL-COUNT = ZERO
058221               DISPLAY 'VARRSND: PROCESSING CALENDAR IS EMPTY'
058222               MOVE 16 TO RETURN-CODE
058223               GO TO 9999-EXIT
058224           END-IF.
058225           MOVE WS-CURRENT-DATE TO WS-CAL-DATE.
058226           PERFORM 2800-BUSINESS-ORDINAL THRU 2800-EXIT.
058227           IF WS-CAL-DATE-INT < WS-CAL-BASE-INT
058228               OR WS-CAL-DATE-INT > WS-CAL-BASE-INT + WS-CAL-COUNT - 1
058229               DISPLAY 'VARRSND: PROCESSING CALENDAR DOES NOT COVER '
058230                   WS-CURRENT-DATE
058231               MOVE 16 TO RETURN-CODE
058232               GO TO 9999-EXIT
058233           END-IF.
058234           MOVE WS-CAL-DAY-ORD TO WS-CAL-TODAY-ORD.
058235       1400-EXIT.
058236           EXIT.
058237
058238      *----------------------------------------------------------------*
058239      * 1420-READ-CALENDAR-DAY - ONE CALENDAR DATE.  EACH DATE MUST BE *
058240      * THE DAY AFTER THE ONE BEFORE IT.                               *
058241      *----------------------------------------------------------------*
058242       1420-READ-CALENDAR-DAY.
058243           READ CALENDAR-FILE
058244               AT END
058245                   MOVE 'Y' TO WS-CAL-EOF-SW
058246                   GO TO 1420-EXIT
058247           END-READ.
058248           IF CAL-DATE-ALPHA NOT NUMERIC
058249               OR NOT (CAL-PROCESSING-DAY OR CAL-NON-PROCESSING-DAY)
058250               DISPLAY 'VARRSND: BAD CALENDAR RECORD '
058251                   CAL-DATE-ALPHA ' ' CAL-DAY-TYPE
058252               MOVE 16 TO RETURN-CODE
058253               GO TO 9999-EXIT
058254           END-IF.
058255           COMPUTE WS-CAL-DATE-INT =
058256               FUNCTION INTEGER-OF-DATE (CAL-DATE).
058257           IF WS-CAL-COUNT = ZERO
058258               MOVE WS-CAL-DATE-INT TO WS-CAL-BASE-INT
058259           END-IF.
058260           IF WS-CAL-DATE-INT = ZERO
058261               OR WS-CAL-DATE-INT NOT = WS-CAL-BASE-INT + WS-CAL-COUNT
058262               DISPLAY 'VARRSND: CALENDAR GAP OR SEQUENCE ERROR AT '
058263                   CAL-DATE
058264               MOVE 16 TO RETURN-CODE
058265               GO TO 9999-EXIT
058266           END-IF.
058267           IF WS-CAL-COUNT NOT < WS-CAL-MAX
058268               DISPLAY 'VARRSND: CALENDAR TABLE FULL AT ' CAL-DATE
058269               MOVE 16 TO RETURN-CODE
058270               GO TO 9999-EXIT
058271           END-IF.
058272           ADD 1 TO WS-CAL-COUNT.
058273           IF CAL-PROCESSING-DAY
058274               ADD 1 TO WS-CAL-BUS-DAYS
058275           END-IF.
058276           MOVE CAL-DAY-TYPE   TO WS-CAL-TYPE (WS-CAL-COUNT).
058277           MOVE WS-CAL-BUS-DAYS TO WS-CAL-ORDINAL (WS-CAL-COUNT).
058278       1420-EXIT.
058279           EXIT.
058300
058400      *----------------------------------------------------------------*
058500      * 2000-PROCESS-ITEM - ONE OUTSTANDING ITEM: DECIDE WHETHER IT IS *
058600      * DUE, THEN CARRY IT FORWARD WHATEVER WAS DECIDED.               *
058700      *----------------------------------------------------------------*
058800       2000-PROCESS-ITEM.
058900           READ OUTSTAND-IN
059000               AT END
059100                   MOVE 'Y' TO WS-EOF-SW
059200                   GO TO 2000-EXIT
059300           END-READ.
059400           ADD 1 TO WS-RECS-READ.
059500           MOVE OUTSTAND-IN-RECORD TO OUTSTAND-OUT-RECORD.
059600           IF OIN-RESEND-COUNT NOT NUMERIC
059700               MOVE ZERO TO ONW-RESEND-COUNT
059800           END-IF.
059900           PERFORM 2100-DECIDE-ITEM THRU 2100-EXIT.
060000           WRITE OUTSTAND-OUT-RECORD.
060100       2000-EXIT.
060200           EXIT.
060300
060400      *----------------------------------------------------------------*
060475      * 2100-DECIDE-ITEM - DUE WHEN THE DAYS SINCE FIRST EXTRACT REACH *
060550      * THE SUBSCRIBER'S INTERVAL TIMES ONE MORE THAN THE TIMES        *
060625      * ALREADY RESENT.  AN ITEM FIRST EXTRACTED BEFORE THE CALENDAR   *
060700      * STARTS IS PAST EVERY INTERVAL AND IS ALWAYS DUE.  A DUE ITEM   *
060775      * THAT HAS USED ITS RESENDS, OR THAT THE SUBSCRIBER'S CARDS NO   *
060850      * LONGER SELECT, IS ESCALATED INSTEAD.                           *
060925      *----------------------------------------------------------------*
061000       2100-DECIDE-ITEM.
061100           MOVE OIN-SUB-NAME TO WS-LOC-SUB-NAME.
061200           PERFORM 2250-FIND-RESEND-CARD THRU 2250-EXIT.
061300           IF NOT WS-PRM-FOUND
061400               ADD 1 TO WS-RECS-NO-CARD
061500               GO TO 2100-EXIT
061600           END-IF.
061700           ADD 1 TO WS-PRM-ITEMS (WS-PRM-HIT).
061800           IF WS-PRM-DAYS (WS-PRM-HIT) = ZERO
061900               OR OIN-FIRST-DATE NOT NUMERIC
062000               OR OIN-FIRST-DATE = ZERO
062100               ADD 1 TO WS-RECS-NOT-DUE
062200               GO TO 2100-EXIT
062300           END-IF.
062400           MOVE OIN-FIRST-DATE TO WS-CAL-DATE.
062500           PERFORM 2800-BUSINESS-ORDINAL THRU 2800-EXIT.
062510           IF WS-CAL-BEFORE-START
062520               MOVE WS-DAYS-PAST-ALL TO WS-DAYS-OUT
062530           ELSE
062550               COMPUTE WS-DAYS-OUT = WS-CAL-TODAY-ORD - WS-CAL-DAY-ORD
062560           END-IF.
062600           COMPUTE WS-DUE-DAYS = WS-PRM-DAYS (WS-PRM-HIT)
062700               * (ONW-RESEND-COUNT + 1).
062800           IF WS-DAYS-OUT < WS-DUE-DAYS
062900               ADD 1 TO WS-RECS-NOT-DUE
063000               GO TO 2100-EXIT
063100           END-IF.
063200           IF ONW-RESEND-COUNT NOT < WS-PRM-MAX-RESENDS (WS-PRM-HIT)
063300               MOVE 'MAX RESENDS REACHED' TO WS-ESC-REASON
063400               PERFORM 2500-ESCALATE-ITEM THRU 2500-EXIT
063500               GO TO 2100-EXIT
063600           END-IF.
063700           PERFORM 2300-CHECK-ROUTING THRU 2300-EXIT.
063800           IF NOT WS-WANTED
063900               MOVE 'NO LONGER ROUTED' TO WS-ESC-REASON
064000               PERFORM 2500-ESCALATE-ITEM THRU 2500-EXIT
064100               GO TO 2100-EXIT
064200           END-IF.
064300           PERFORM 2400-RESEND-ITEM THRU 2400-EXIT.
064400       2100-EXIT.
064500           EXIT.
064600
064700      *----------------------------------------------------------------*
064800      * 2250-FIND-RESEND-CARD - LOOK UP WS-LOC-SUB-NAME AMONG THE      *
064900      * RESEND CARDS.  SETS WS-PRM-FOUND AND, WHEN FOUND, WS-PRM-HIT.  *
065000      *----------------------------------------------------------------*
065100       2250-FIND-RESEND-CARD.
065200           MOVE 'N' TO WS-PRM-FOUND-SW.
065300           PERFORM 2260-SCAN-RESEND-CARD THRU 2260-EXIT
065400               VARYING WS-PRM-SUB FROM 1 BY 1
065500               UNTIL WS-PRM-FOUND OR WS-PRM-SUB > WS-PRM-COUNT.
065600       2250-EXIT.
065700           EXIT.
065800
065900       2260-SCAN-RESEND-CARD.
066000           IF WS-PRM-NAME (WS-PRM-SUB) = WS-LOC-SUB-NAME
066100               MOVE WS-PRM-SUB TO WS-PRM-HIT
066200               MOVE 'Y' TO WS-PRM-FOUND-SW
066300           END-IF.
066400       2260-EXIT.
066500           EXIT.
066600
066700      *----------------------------------------------------------------*
066800      * 2300-CHECK-ROUTING - WOULD VARDIST STILL SEND THIS ITEM TO THIS*
066900      * SUBSCRIBER?  SAME TEST AS VARDIST'S 2220/2240, ON THE SOURCE   *
067000      * AND ACTION CARRIED ON THE OUTSTANDING RECORD.                  *
067100      *----------------------------------------------------------------*
067200       2300-CHECK-ROUTING.
067300           MOVE 'N' TO WS-WANT-SW.
067400           MOVE OIN-SUB-NAME TO WS-LOC-SUB-NAME.
067500           PERFORM 1250-FIND-SUBSCRIBER THRU 1250-EXIT.
067600           IF NOT WS-LOC-FOUND
067700               GO TO 2300-EXIT
067800           END-IF.
067900           PERFORM 2320-TEST-SELECTION THRU 2320-EXIT
068000               VARYING WS-SEL-SUB FROM 1 BY 1
068100               UNTIL WS-WANTED OR WS-SEL-SUB > WS-SEL-COUNT.
068200       2300-EXIT.
068300           EXIT.
068400
068500       2320-TEST-SELECTION.
068600           IF WS-SEL-SUB-NO (WS-SEL-SUB) NOT = WS-CUR-SUB
068700               GO TO 2320-EXIT
068800           END-IF.
068900           IF WS-SEL-SOURCE (WS-SEL-SUB) NOT = '**'
069000               AND WS-SEL-SOURCE (WS-SEL-SUB) NOT = SPACES
069100               AND WS-SEL-SOURCE (WS-SEL-SUB) NOT = OIN-SOURCE-ID
069200               GO TO 2320-EXIT
069300           END-IF.
069400           IF WS-SEL-ACTIONS (WS-SEL-SUB) = SPACES
069500               MOVE 'Y' TO WS-WANT-SW
069600               GO TO 2320-EXIT
069700           END-IF.
069800           PERFORM 2340-TEST-ACTION-CHAR THRU 2340-EXIT
069900               VARYING WS-ACT-SUB FROM 1 BY 1
070000               UNTIL WS-WANTED OR WS-ACT-SUB > 3.
070100       2320-EXIT.
070200           EXIT.
070300
070400       2340-TEST-ACTION-CHAR.
070500           IF WS-SEL-ACTIONS (WS-SEL-SUB) (WS-ACT-SUB:1)
070600               = OIN-ACTION-CODE
070700               AND OIN-ACTION-CODE NOT = SPACE
070800               MOVE 'Y' TO WS-WANT-SW
070900           END-IF.
071000       2340-EXIT.
071100           EXIT.
071200
071300      *----------------------------------------------------------------*
071400      * 2400-RESEND-ITEM - REBUILD THE DISTRIBUTION RECORD WITH THE    *
071500      * NEW RESEND COUNT ON THE SUBSCRIBER'S RESEND FILE.  THE COUNT   *
071600      * GOES FORWARD ON THE OUTSTANDING RECORD TOO.                    *
071700      *----------------------------------------------------------------*
071800       2400-RESEND-ITEM.
071900           ADD 1 TO ONW-RESEND-COUNT.
072000           ADD 1 TO WS-RECS-RESENT.
072100           ADD 1 TO WS-PRM-RESENT (WS-PRM-HIT).
072200           MOVE SPACES           TO DIST-RECORD.
072300           MOVE OIN-SUB-NAME     TO DST-SUB-NAME.
072400           MOVE OIN-VAR1         TO DST-VAR1.
072500           MOVE OIN-VAR2         TO DST-VAR2.
072600           MOVE OIN-ACTION-CODE  TO DST-ACTION-CODE.
072700           MOVE OIN-SOURCE-ID    TO DST-SOURCE-ID.
072800           MOVE ONW-RESEND-COUNT TO DST-RESEND-COUNT.
072900           EVALUATE WS-CUR-SUB
073000               WHEN 1
073100                   WRITE RSND-1-RECORD FROM DIST-RECORD
073200               WHEN 2
073300                   WRITE RSND-2-RECORD FROM DIST-RECORD
073400               WHEN 3
073500                   WRITE RSND-3-RECORD FROM DIST-RECORD
073600               WHEN 4
073700                   WRITE RSND-4-RECORD FROM DIST-RECORD
073800           END-EVALUATE.
073900       2400-EXIT.
074000           EXIT.
074100
074200      *----------------------------------------------------------------*
074300      * 2500-ESCALATE-ITEM - LIST THE ITEM UNDER ITS SUBSCRIBER.  THE  *
074400      * INPUT IS IN SUBSCRIBER ORDER, SO EACH SUBSCRIBER STARTS A NEW  *
074500      * PAGE THE FIRST TIME ONE OF ITS ITEMS IS ESCALATED.             *
074600      *----------------------------------------------------------------*
074700       2500-ESCALATE-ITEM.
074800           ADD 1 TO WS-RECS-ESCALATED.
074900           ADD 1 TO WS-PRM-ESCALATED (WS-PRM-HIT).
075000           IF OIN-SUB-NAME NOT = WS-ESC-LAST-SUB
075100               OR WS-ESC-LINE-COUNT > WS-MAX-LINES-PER-PAGE
075200               MOVE OIN-SUB-NAME TO WS-ESC-LAST-SUB
075300               PERFORM 4100-WRITE-ESCALATION-HEADERS THRU 4100-EXIT
075400           END-IF.
075500           MOVE OIN-VAR1         TO EDL-VAR1.
075600           MOVE OIN-VAR2         TO EDL-VAR2.
075700           MOVE OIN-ACTION-CODE  TO EDL-ACTION.
075800           MOVE OIN-SOURCE-ID    TO EDL-SOURCE.
075900           MOVE OIN-FIRST-DATE   TO EDL-FIRST-DATE.
076000           MOVE WS-DAYS-OUT      TO EDL-DAYS-OUT.
076100           MOVE ONW-RESEND-COUNT TO EDL-RESENDS.
076200           MOVE WS-ESC-REASON    TO EDL-REASON.
076300           WRITE ESCL-LINE FROM ESC-DETAIL-LINE
076400               AFTER ADVANCING 1 LINE.
076500           ADD 1 TO WS-ESC-LINE-COUNT.
076600       2500-EXIT.
076700           EXIT.
076704
076708      *----------------------------------------------------------------*
076710      * 2800-BUSINESS-ORDINAL - LOOK WS-CAL-DATE UP ON THE CALENDAR,   *
076712      * LEAVING ITS ORDINAL IN WS-CAL-DAY-ORD AND ITS DAY TYPE IN      *
076714      * WS-CAL-DAY-TYPE.  A DATE BEFORE THE CALENDAR STARTS HAS NO     *
076716      * ORDINAL: IT SETS WS-CAL-BEFORE-START INSTEAD, AND THE CALLER   *
076718      * TREATS THE ITEM AS PAST EVERY THRESHOLD RATHER THAN AGE IT.  A *
076720      * DATE PAST THE END TAKES THE LAST ENTRY.                        *
076722      *----------------------------------------------------------------*
076732       2800-BUSINESS-ORDINAL.
076734           MOVE 'N' TO WS-CAL-BEFORE-SW.
076736           COMPUTE WS-CAL-DATE-INT =
076740               FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
076744           IF WS-CAL-DATE-INT < WS-CAL-BASE-INT
076748               MOVE 'Y' TO WS-CAL-BEFORE-SW
076752               MOVE 'N' TO WS-CAL-DAY-TYPE
076756               GO TO 2800-EXIT
076760           END-IF.
076764           COMPUTE WS-CAL-SUB = WS-CAL-DATE-INT - WS-CAL-BASE-INT + 1.
076768           IF WS-CAL-SUB > WS-CAL-COUNT
076772               MOVE WS-CAL-COUNT TO WS-CAL-SUB
076776           END-IF.
076780           MOVE WS-CAL-ORDINAL (WS-CAL-SUB) TO WS-CAL-DAY-ORD.
076784           MOVE WS-CAL-TYPE (WS-CAL-SUB)    TO WS-CAL-DAY-TYPE.
076788       2800-EXIT.
076792           EXIT.
076800
076900      *----------------------------------------------------------------*
077000      * 4100-WRITE-ESCALATION-HEADERS - NEW PAGE FOR WS-ESC-LAST-SUB.  *
077100      *----------------------------------------------------------------*
077200       4100-WRITE-ESCALATION-HEADERS.
077300           ADD 1 TO WS-ESC-PAGE-COUNT.
077400           MOVE WS-ESC-LAST-SUB   TO EHL1-SUB.
077500           MOVE WS-CURRENT-DATE   TO EHL1-DATE.
077600           MOVE WS-ESC-PAGE-COUNT TO EHL1-PAGE-NO.
077700           WRITE ESCL-LINE FROM ESC-HEADING-LINE-1
077800               AFTER ADVANCING PAGE.
077900           WRITE ESCL-LINE FROM ESC-HEADING-LINE-2
078000               AFTER ADVANCING 2 LINES.
078100           MOVE 3 TO WS-ESC-LINE-COUNT.
078200       4100-EXIT.
078300           EXIT.
078400
078500      *----------------------------------------------------------------*
078600      * 4200-REPORT-SUBSCRIBER - ONE RESEND CARD'S LINE OF THE REPORT. *
078700      *----------------------------------------------------------------*
078800       4200-REPORT-SUBSCRIBER.
078900           MOVE WS-PRM-NAME (WS-PRM-SUB)        TO RSL-NAME.
079000           MOVE WS-PRM-DAYS (WS-PRM-SUB)        TO RSL-DAYS.
079100           MOVE WS-PRM-MAX-RESENDS (WS-PRM-SUB) TO RSL-MAX.
079200           MOVE WS-PRM-ITEMS (WS-PRM-SUB)       TO RSL-ITEMS.
079300           MOVE WS-PRM-RESENT (WS-PRM-SUB)      TO RSL-RESENT.
079400           MOVE WS-PRM-ESCALATED (WS-PRM-SUB)   TO RSL-ESCALATED.
079500           WRITE REPORT-LINE FROM RPT-SUB-LINE
079600               AFTER ADVANCING 1 LINE.
079700       4200-EXIT.
079800           EXIT.
079900
080000      *----------------------------------------------------------------*
080100      * 9000-TERMINATE - REPORT, CLOSE FILES.  CC 8 WHEN ANYTHING WAS  *
080200      * ESCALATED, SO OPERATIONS CHASES THOSE BY HAND; CC 4 WHEN ITEMS *
080300      * WERE RESENT AND NOTHING NEEDS CHASING.                         *
080400      *----------------------------------------------------------------*
080500       9000-TERMINATE.
080600           IF WS-RECS-ESCALATED = ZERO
080700               MOVE SPACES          TO WS-ESC-LAST-SUB
080800               PERFORM 4100-WRITE-ESCALATION-HEADERS THRU 4100-EXIT
080900               WRITE ESCL-LINE FROM ESC-NONE-LINE
081000                   AFTER ADVANCING 1 LINE
081100           END-IF.
081200           MOVE WS-CURRENT-DATE TO RHL1-DATE.
081300           WRITE REPORT-LINE FROM RPT-HEADING-LINE-1
081400               AFTER ADVANCING PAGE.
081500           WRITE REPORT-LINE FROM RPT-SUB-HEAD
081600               AFTER ADVANCING 2 LINES.
081700           PERFORM 4200-REPORT-SUBSCRIBER THRU 4200-EXIT
081800               VARYING WS-PRM-SUB FROM 1 BY 1
081900               UNTIL WS-PRM-SUB > WS-PRM-COUNT.
082000           MOVE 'OUTSTANDING ITEMS READ..' TO RTL-LITERAL.
082100           MOVE WS-RECS-READ               TO RTL-COUNT.
082200           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
082300               AFTER ADVANCING 2 LINES.
082400           MOVE 'RESENT..................' TO RTL-LITERAL.
082500           MOVE WS-RECS-RESENT             TO RTL-COUNT.
082600           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
082700               AFTER ADVANCING 1 LINE.
082800           MOVE 'ESCALATED...............' TO RTL-LITERAL.
082900           MOVE WS-RECS-ESCALATED          TO RTL-COUNT.
083000           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
083100               AFTER ADVANCING 1 LINE.
083200           MOVE 'NOT YET DUE.............' TO RTL-LITERAL.
083300           MOVE WS-RECS-NOT-DUE            TO RTL-COUNT.
083400           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
083500               AFTER ADVANCING 1 LINE.
083600           MOVE 'NO RESEND CARD..........' TO RTL-LITERAL.
083700           MOVE WS-RECS-NO-CARD            TO RTL-COUNT.
083800           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
083900               AFTER ADVANCING 1 LINE.
084000           CLOSE OUTSTAND-IN.
084100           CLOSE OUTSTAND-OUT.
084200           CLOSE RSND-OUT-1.
084300           CLOSE RSND-OUT-2.
084400           CLOSE RSND-OUT-3.
084500           CLOSE RSND-OUT-4.
084600           CLOSE ESCL-RPT.
084700           CLOSE REPORT-OUT.
084800           DISPLAY 'OUTSTANDING ITEMS...: ' WS-RECS-READ.
084900           DISPLAY 'RESENT..............: ' WS-RECS-RESENT.
085000           DISPLAY 'ESCALATED...........: ' WS-RECS-ESCALATED.
085100           IF WS-RECS-ESCALATED > ZERO
085200               MOVE 8 TO RETURN-CODE
085300           ELSE
085400               IF WS-RECS-RESENT > ZERO
085500                   MOVE 4 TO RETURN-CODE
085600               END-IF
085700           END-IF.
085800       9000-EXIT.
085900           EXIT.
086000
086100      *----------------------------------------------------------------*
086200      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
086300      *----------------------------------------------------------------*
086400       9999-EXIT.
086500           STOP RUN.
