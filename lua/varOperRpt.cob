000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VAROPRR.
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
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  OPERATOR ACTIVITY AND      *
001500      *                  ACCESS REVIEW REPORT.  MATCHES THE OPERATOR   *
001600      *                  LOG (SORTED BY OPL-OPER-ID AND OPL-TIMESTAMP, *
001700      *                  SEE THE VAROPRJ JOB) AGAINST THE OPERATOR     *
001800      *                  SECURITY FILE IN KEY ORDER, SO EVERY OPERATOR *
001900      *                  ON FILE PRINTS A SECTION -- ROLE, STATUS, WHO *
002000      *                  GRANTED AND REVOKED THE ACCESS AND WHEN --    *
002100      *                  WHETHER OR NOT THEY USED IT, FOLLOWED BY THEIR*
002200      *                  SIGN-ONS, FAILED ATTEMPTS, REFUSED ACTIONS,   *
002300      *                  INQUIRIES, AND SIGN-OFFS.  IDS TRIED THAT ARE *
002400      *                  NOT ON FILE PRINT A SECTION OF THEIR OWN.     *
002500      *                  FLAGS AN ACTIVE OPERATOR WITH NO SIGN-ON IN   *
002600      *                  THE PERIOD, ANY ACTIVITY UNDER A REVOKED OR   *
002700      *                  UNKNOWN ID, AND REPEATED FAILED ATTEMPTS      *
002800      *                  (CC 4 WHEN ANYTHING IS FLAGGED).  THE PARMIN  *
002900      *                  CARD GIVES THE DATE RANGE AND CAN SUPPRESS THE*
003000      *                  EVENT LINES FOR A SUMMARY-ONLY ACCESS REVIEW. *
003100      *----------------------------------------------------------------*
003200
003300       ENVIRONMENT DIVISION.
003400       CONFIGURATION SECTION.
003500       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
003600       OBJECT-COMPUTER. YOUR-MACHINE-TYPE.
003700
003800       INPUT-OUTPUT SECTION.
003900       FILE-CONTROL.
004000           SELECT OPERATOR-LOG ASSIGN TO OPLGIN
004100               ORGANIZATION IS SEQUENTIAL
004200               FILE STATUS IS WS-OPERLOG-STATUS.
004300
004400           SELECT OPERATOR-FILE ASSIGN TO OPERFILE
004500               ORGANIZATION IS INDEXED
004600               ACCESS MODE IS SEQUENTIAL
004700               RECORD KEY IS OPR-OPER-ID
004800               FILE STATUS IS WS-OPERFILE-STATUS.
004900
005000           SELECT PARM-IN ASSIGN TO PARMIN
005100               ORGANIZATION IS SEQUENTIAL
005200               FILE STATUS IS WS-PARM-STATUS.
005300
005400           SELECT REPORT-OUT ASSIGN TO RPTOUT
005500               ORGANIZATION IS SEQUENTIAL
005600               FILE STATUS IS WS-REPORT-STATUS.
005700
005800       DATA DIVISION.
005900       FILE SECTION.
006000
006100      *----------------------------------------------------------------*
006200      * OPERATOR-LOG - THE OPERATOR ACTIVITY LOG, SORTED BY OPL-OPER-ID*
006300      * AND OPL-TIMESTAMP AHEAD OF THIS STEP.                          *
006400      *----------------------------------------------------------------*
006500       FD  OPERATOR-LOG
006600           RECORDING MODE IS F.
006700           COPY OPLGREC.
006800
006900      *----------------------------------------------------------------*
007000      * OPERATOR-FILE - THE OPERATOR SECURITY FILE, READ IN KEY ORDER. *
007100      * REVOKED OPERATORS STAY ON FILE, SO IT IS THE ACCESS RECORD.    *
007200      *----------------------------------------------------------------*
007300       FD  OPERATOR-FILE.
007400           COPY OPERREC.
007500
007600      *----------------------------------------------------------------*
007700      * PARM-IN - ONE SELECTION CARD.  BLANK DATES MEAN NO LIMIT; 'N'  *
007800      * IN PRM-DETAIL PRINTS THE OPERATOR SECTIONS WITHOUT EVENT LINES.*
007900      *----------------------------------------------------------------*
008000       FD  PARM-IN
008100           RECORDING MODE IS F.
008200       01  PARM-RECORD.
008300           05  PRM-DATE-FROM           PIC X(08).
008400           05  PRM-DATE-TO             PIC X(08).
008500           05  PRM-DETAIL              PIC X(01).
008600           05  FILLER                  PIC X(63).
008700
008800      *----------------------------------------------------------------*
008900      * REPORT-OUT - PRINT REPORT WITH PAGE HEADERS, ONE SECTION PER   *
009000      * OPERATOR, AND A SUMMARY PAGE.                                  *
009100      *----------------------------------------------------------------*
009200       FD  REPORT-OUT
009300           RECORDING MODE IS F.
009400       01  REPORT-LINE                 PIC X(80).
009500
009600       WORKING-STORAGE SECTION.
009700
009800       77  WS-OPERLOG-STATUS           PIC X(02).
009900       77  WS-OPERFILE-STATUS          PIC X(02).
010000       77  WS-PARM-STATUS              PIC X(02).
010100       77  WS-REPORT-STATUS            PIC X(02).
010200       77  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
010300           88  WS-LOG-EOF                      VALUE 'Y'.
010400       77  WS-OPR-EOF-SW               PIC X(01) VALUE 'N'.
010500           88  WS-OPR-EOF                      VALUE 'Y'.
010600       77  WS-ON-FILE-SW               PIC X(01) VALUE 'N'.
010700           88  WS-ON-FILE                      VALUE 'Y'.
010800       77  WS-IN-PERIOD-SW             PIC X(01) VALUE 'N'.
010900           88  WS-IN-PERIOD                    VALUE 'Y'.
011000       77  WS-FLAG-SW                  PIC X(01) VALUE 'N'.
011100           88  WS-FLAGGED                      VALUE 'Y'.
011200       77  WS-LOG-KEY                  PIC X(08) VALUE LOW-VALUES.
011300       77  WS-OPR-KEY                  PIC X(08) VALUE LOW-VALUES.
011400       77  WS-LOW-KEY                  PIC X(08) VALUE LOW-VALUES.
011500       77  WS-LOG-READ                 PIC 9(07) COMP VALUE ZERO.
011600       77  WS-LOG-OUTSIDE              PIC 9(07) COMP VALUE ZERO.
011700       77  WS-LOG-SELECTED             PIC 9(07) COMP VALUE ZERO.
011800       77  WS-OPR-READ                 PIC 9(05) COMP VALUE ZERO.
011900       77  WS-OPR-ACTIVE               PIC 9(05) COMP VALUE ZERO.
012000       77  WS-OPR-REVOKED              PIC 9(05) COMP VALUE ZERO.
012100       77  WS-ROLE-I-COUNT             PIC 9(05) COMP VALUE ZERO.
012200       77  WS-ROLE-M-COUNT             PIC 9(05) COMP VALUE ZERO.
012300       77  WS-ROLE-P-COUNT             PIC 9(05) COMP VALUE ZERO.
012400       77  WS-ROLE-S-COUNT             PIC 9(05) COMP VALUE ZERO.
012500       77  WS-UNKNOWN-IDS              PIC 9(05) COMP VALUE ZERO.
012600       77  WS-FLAGGED-IDS              PIC 9(05) COMP VALUE ZERO.
012700       77  WS-IDLE-COUNT               PIC 9(05) COMP VALUE ZERO.
012800       77  WS-FAIL-ALERT               PIC 9(05) VALUE 3.
012900       77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
013000       77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
013100       77  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 50.
013200
013300      *----------------------------------------------------------------*
013400      * SELECTION CRITERIA CARRIED FROM THE PARAMETER CARD.            *
013500      *----------------------------------------------------------------*
013600       01  WS-SELECTION.
013700           05  WS-SEL-DATE-FROM        PIC X(08) VALUE SPACES.
013800           05  WS-SEL-DATE-TO          PIC X(08) VALUE SPACES.
013900           05  WS-SEL-DETAIL           PIC X(01) VALUE 'Y'.
014000               88  WS-PRINT-DETAIL             VALUE 'Y'.
014100
014200      *----------------------------------------------------------------*
014300      * EVENT COUNTS FOR THE OPERATOR IN HAND AND FOR THE WHOLE RUN.   *
014400      *----------------------------------------------------------------*
014500       01  WS-OPER-COUNTS.
014600           05  WS-OC-SIGN-ON           PIC 9(05) COMP.
014700           05  WS-OC-FAILED            PIC 9(05) COMP.
014800           05  WS-OC-REFUSED           PIC 9(05) COMP.
014900           05  WS-OC-INQUIRY           PIC 9(05) COMP.
015000           05  WS-OC-SIGN-OFF          PIC 9(05) COMP.
015100           05  WS-OC-EVENTS            PIC 9(05) COMP.
015200
015300       01  WS-RUN-COUNTS.
015400           05  WS-RC-SIGN-ON           PIC 9(07) COMP VALUE ZERO.
015500           05  WS-RC-FAIL-UNKNOWN      PIC 9(07) COMP VALUE ZERO.
015600           05  WS-RC-FAIL-PIN          PIC 9(07) COMP VALUE ZERO.
015700           05  WS-RC-FAIL-REVOKED      PIC 9(07) COMP VALUE ZERO.
015800           05  WS-RC-FAIL-ROLE         PIC 9(07) COMP VALUE ZERO.
015900           05  WS-RC-REFUSED           PIC 9(07) COMP VALUE ZERO.
016000           05  WS-RC-INQUIRY           PIC 9(07) COMP VALUE ZERO.
016100           05  WS-RC-SIGN-OFF          PIC 9(07) COMP VALUE ZERO.
016200           05  WS-RC-OTHER             PIC 9(07) COMP VALUE ZERO.
016300
016400      *----------------------------------------------------------------*
016500      * PRINT REPORT LINES                                             *
016600      *----------------------------------------------------------------*
016700       01  RPT-HEADING-LINE-1.
016800           05  FILLER                  PIC X(01) VALUE ' '.
016900           05  FILLER                  PIC X(26) VALUE
017000               'VAR OPERATOR ACTIVITY     '.
017100           05  FILLER                  PIC X(04) VALUE SPACES.
017200           05  RHL1-PAGE-LIT           PIC X(05) VALUE 'PAGE '.
017300           05  RHL1-PAGE-NO            PIC ZZ9.
017400           05  FILLER                  PIC X(04) VALUE SPACES.
017500           05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
017600           05  RHL1-DATE-FROM          PIC X(08).
017700           05  FILLER                  PIC X(04) VALUE ' TO '.
017800           05  RHL1-DATE-TO            PIC X(08).
017900           05  FILLER                  PIC X(09) VALUE SPACES.
018000
018100       01  RPT-HEADING-LINE-2.
018200           05  FILLER                  PIC X(01) VALUE ' '.
018300           05  FILLER                  PIC X(19) VALUE
018400               'DATE     TIME      '.
018500           05  FILLER                  PIC X(10) VALUE 'PROGRAM   '.
018600           05  FILLER                  PIC X(16) VALUE
018700               'EVENT           '.
018800           05  FILLER                  PIC X(17) VALUE
018900               'REASON           '.
019000           05  FILLER                  PIC X(04) VALUE 'ROLE'.
019100           05  FILLER                  PIC X(04) VALUE 'VAR1'.
019200           05  FILLER                  PIC X(09) VALUE SPACES.
019300
019400       01  RPT-OPER-LINE.
019500           05  FILLER                  PIC X(01) VALUE ' '.
019600           05  FILLER                  PIC X(10) VALUE 'OPERATOR: '.
019700           05  ROL-OPER-ID             PIC X(08).
019800           05  FILLER                  PIC X(02) VALUE SPACES.
019900           05  ROL-NAME                PIC X(20).
020000           05  FILLER                  PIC X(07) VALUE '  ROLE '.
020100           05  ROL-ROLE                PIC X(01).
020200           05  FILLER                  PIC X(09) VALUE '  STATUS '.
020300           05  ROL-STATUS              PIC X(08).
020400           05  FILLER                  PIC X(14) VALUE SPACES.
020500
020600       01  RPT-ACCESS-LINE.
020700           05  FILLER                  PIC X(11) VALUE SPACES.
020800           05  FILLER                  PIC X(08) VALUE 'GRANTED '.
020900           05  RAL-GRANTED-DATE        PIC X(08).
021000           05  FILLER                  PIC X(04) VALUE ' BY '.
021100           05  RAL-GRANTED-BY          PIC X(08).
021200           05  RAL-REVOKED-LIT         PIC X(10).
021300           05  RAL-REVOKED-DATE        PIC X(08).
021400           05  RAL-REVOKED-BY-LIT      PIC X(04).
021500           05  RAL-REVOKED-BY          PIC X(08).
021600           05  FILLER                  PIC X(11) VALUE SPACES.
021700
021800       01  RPT-DETAIL-LINE.
021900           05  FILLER                  PIC X(01) VALUE ' '.
022000           05  RDL-DATE                PIC X(08).
022100           05  FILLER                  PIC X(01) VALUE ' '.
022200           05  RDL-TIME                PIC X(08).
022300           05  FILLER                  PIC X(02) VALUE SPACES.
022400           05  RDL-PROGRAM             PIC X(08).
022500           05  FILLER                  PIC X(02) VALUE SPACES.
022600           05  RDL-EVENT               PIC X(14).
022700           05  FILLER                  PIC X(02) VALUE SPACES.
022800           05  RDL-REASON              PIC X(16).
022900           05  FILLER                  PIC X(01) VALUE SPACE.
023000           05  RDL-ROLE                PIC X(01).
023100           05  FILLER                  PIC X(03) VALUE SPACES.
023200           05  RDL-VAR1                PIC X(10).
023300           05  FILLER                  PIC X(03) VALUE SPACES.
023400
023500       01  RPT-COUNT-LINE.
023600           05  FILLER                  PIC X(11) VALUE SPACES.
023700           05  FILLER                  PIC X(09) VALUE 'SIGN-ONS '.
023800           05  RCL-SIGN-ON             PIC ZZZZ9.
023900           05  FILLER                  PIC X(09) VALUE '  FAILED '.
024000           05  RCL-FAILED              PIC ZZZZ9.
024100           05  FILLER                  PIC X(10) VALUE '  REFUSED '.
024200           05  RCL-REFUSED             PIC ZZZZ9.
024300           05  FILLER                  PIC X(12) VALUE
024400               '  INQUIRIES '.
024500           05  RCL-INQUIRY             PIC ZZZZ9.
024600           05  FILLER                  PIC X(09) VALUE SPACES.
024700
024800       01  RPT-FLAG-LINE.
024900           05  FILLER                  PIC X(11) VALUE SPACES.
025000           05  FILLER                  PIC X(04) VALUE '*** '.
025100           05  RFL-TEXT                PIC X(50).
025200           05  FILLER                  PIC X(15) VALUE SPACES.
025300
025400       01  RPT-SUMMARY-HEADING.
025500           05  FILLER                  PIC X(01) VALUE ' '.
025600           05  FILLER                  PIC X(30) VALUE
025700               'SUMMARY OF OPERATOR ACTIVITY  '.
025800           05  FILLER                  PIC X(49) VALUE SPACES.
025900
026000       01  RPT-SUMMARY-LINE.
026100           05  FILLER                  PIC X(01) VALUE ' '.
026200           05  RSL-LABEL               PIC X(40).
026300           05  RSL-COUNT               PIC ZZZZZZ9.
026400           05  FILLER                  PIC X(32) VALUE SPACES.
026500
026600       PROCEDURE DIVISION.
026700
026800      *----------------------------------------------------------------*
026900      * 0000-MAINLINE                                                  *
027000      *----------------------------------------------------------------*
027100       0000-MAINLINE.
027200           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027300           PERFORM 2000-REPORT-ONE-OPERATOR THRU 2000-EXIT
027400               UNTIL WS-LOG-EOF AND WS-OPR-EOF.
027500           PERFORM 9000-TERMINATE THRU 9000-EXIT.
027600           GO TO 9999-EXIT.
027700
027800      *----------------------------------------------------------------*
027900      * 1000-INITIALIZE - OPEN FILES, READ THE SELECTION CARD, PRIME   *
028000      * BOTH READ-AHEADS, WRITE THE FIRST PAGE HEADING.                *
028100      *----------------------------------------------------------------*
028200       1000-INITIALIZE.
028300           OPEN INPUT OPERATOR-LOG.
028400           IF WS-OPERLOG-STATUS NOT = '00'
028500               DISPLAY 'VAROPRR: UNABLE TO OPEN OPERATOR-LOG, STATUS '
028600                   WS-OPERLOG-STATUS
028700               MOVE 16 TO RETURN-CODE
028800               GO TO 9999-EXIT
028900           END-IF.
029000           OPEN INPUT OPERATOR-FILE.
029100           IF WS-OPERFILE-STATUS NOT = '00'
029200               DISPLAY 'VAROPRR: UNABLE TO OPEN OPERATOR-FILE, STATUS '
029300                   WS-OPERFILE-STATUS
029400               MOVE 16 TO RETURN-CODE
029500               GO TO 9999-EXIT
029600           END-IF.
029700           OPEN OUTPUT REPORT-OUT.
029800           IF WS-REPORT-STATUS NOT = '00'
029900               DISPLAY 'VAROPRR: UNABLE TO OPEN REPORT-OUT, STATUS '
030000                   WS-REPORT-STATUS
030100               MOVE 16 TO RETURN-CODE
030200               GO TO 9999-EXIT
030300           END-IF.
030400           PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
030500           PERFORM 2100-READ-LOG THRU 2100-EXIT.
030600           PERFORM 2150-READ-OPERATOR THRU 2150-EXIT.
030700           PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
030800       1000-EXIT.
030900           EXIT.
031000
031100      *----------------------------------------------------------------*
031200      * 1200-READ-PARM-CARD - PICK UP THE SELECTION CRITERIA.  A       *
031300      * MISSING OR EMPTY PARAMETER FILE MEANS THE WHOLE LOG, IN FULL.  *
031400      *----------------------------------------------------------------*
031500       1200-READ-PARM-CARD.
031600           OPEN INPUT PARM-IN.
031700           IF WS-PARM-STATUS = '00'
031800               READ PARM-IN
031900                   AT END
032000                       CONTINUE
032100                   NOT AT END
032200                       MOVE PRM-DATE-FROM TO WS-SEL-DATE-FROM
032300                       MOVE PRM-DATE-TO   TO WS-SEL-DATE-TO
032400                       IF PRM-DETAIL = 'N'
032500                           MOVE 'N' TO WS-SEL-DETAIL
032600                       END-IF
032700               END-READ
032800               CLOSE PARM-IN
032900           END-IF.
033000           MOVE WS-SEL-DATE-FROM TO RHL1-DATE-FROM.
033100           MOVE WS-SEL-DATE-TO   TO RHL1-DATE-TO.
033200           IF WS-SEL-DATE-FROM = SPACES
033300               MOVE 'START' TO RHL1-DATE-FROM
033400           END-IF.
033500           IF WS-SEL-DATE-TO = SPACES
033600               MOVE 'END' TO RHL1-DATE-TO
033700           END-IF.
033800       1200-EXIT.
033900           EXIT.
034000
034100      *----------------------------------------------------------------*
034200      * 2000-REPORT-ONE-OPERATOR - THE LOWER ID UNDER THE TWO READ-    *
034300      * AHEADS: PRINT ITS SECTION, ITS EVENTS FOR THE PERIOD, AND ITS  *
034400      * COUNTS AND FLAGS.                                              *
034500      *----------------------------------------------------------------*
034600       2000-REPORT-ONE-OPERATOR.
034700           MOVE WS-OPR-KEY TO WS-LOW-KEY.
034800           IF WS-LOG-KEY < WS-LOW-KEY
034900               MOVE WS-LOG-KEY TO WS-LOW-KEY
035000           END-IF.
035100           MOVE ZERO TO WS-OC-SIGN-ON.
035200           MOVE ZERO TO WS-OC-FAILED.
035300           MOVE ZERO TO WS-OC-REFUSED.
035400           MOVE ZERO TO WS-OC-INQUIRY.
035500           MOVE ZERO TO WS-OC-SIGN-OFF.
035600           MOVE ZERO TO WS-OC-EVENTS.
035700           MOVE 'N' TO WS-ON-FILE-SW.
035800           IF WS-OPR-KEY = WS-LOW-KEY
035900               MOVE 'Y' TO WS-ON-FILE-SW
036000           END-IF.
036100           PERFORM 2200-WRITE-OPERATOR-SECTION THRU 2200-EXIT.
036200           PERFORM 2300-TAKE-LOG-RECORD THRU 2300-EXIT
036300               UNTIL WS-LOG-KEY NOT = WS-LOW-KEY.
036400           PERFORM 2500-FINISH-OPERATOR THRU 2500-EXIT.
036500           IF WS-ON-FILE
036600               PERFORM 2150-READ-OPERATOR THRU 2150-EXIT
036700           END-IF.
036800       2000-EXIT.
036900           EXIT.
037000
037100      *----------------------------------------------------------------*
037200      * 2100/2150 - READ-AHEADS.  AT END THE KEY GOES TO HIGH-VALUES SO*
037300      * THE FILE DROPS OUT OF THE MATCH.  LOG RECORDS OUTSIDE THE DATE *
037400      * RANGE ARE COUNTED AND PASSED OVER BY 2120.                     *
037500      *----------------------------------------------------------------*
037600       2100-READ-LOG.
037700           MOVE 'N' TO WS-IN-PERIOD-SW.
037800           PERFORM 2120-READ-LOG-RECORD THRU 2120-EXIT
037900               UNTIL WS-IN-PERIOD OR WS-LOG-EOF.
038000       2100-EXIT.
038100           EXIT.
038200
038300       2120-READ-LOG-RECORD.
038400           READ OPERATOR-LOG
038500               AT END
038600                   MOVE 'Y'         TO WS-LOG-EOF-SW
038700                   MOVE HIGH-VALUES TO WS-LOG-KEY
038800                   GO TO 2120-EXIT
038900           END-READ.
039000           ADD 1 TO WS-LOG-READ.
039100           IF WS-SEL-DATE-FROM NOT = SPACES
039200               AND OPL-TIMESTAMP (1:8) < WS-SEL-DATE-FROM
039300               ADD 1 TO WS-LOG-OUTSIDE
039400               GO TO 2120-EXIT
039500           END-IF.
039600           IF WS-SEL-DATE-TO NOT = SPACES
039700               AND OPL-TIMESTAMP (1:8) > WS-SEL-DATE-TO
039800               ADD 1 TO WS-LOG-OUTSIDE
039900               GO TO 2120-EXIT
040000           END-IF.
040100           MOVE 'Y' TO WS-IN-PERIOD-SW.
040200           ADD 1 TO WS-LOG-SELECTED.
040300           MOVE OPL-OPER-ID TO WS-LOG-KEY.
040400       2120-EXIT.
040500           EXIT.
040600
040700       2150-READ-OPERATOR.
040800           READ OPERATOR-FILE
040900               AT END
041000                   MOVE 'Y'         TO WS-OPR-EOF-SW
041100                   MOVE HIGH-VALUES TO WS-OPR-KEY
041200                   GO TO 2150-EXIT
041300           END-READ.
041400           ADD 1 TO WS-OPR-READ.
041500           MOVE OPR-OPER-ID TO WS-OPR-KEY.
041600       2150-EXIT.
041700           EXIT.
041800
041900      *----------------------------------------------------------------*
042000      * 2200-WRITE-OPERATOR-SECTION - THE OPERATOR'S ACCESS AS IT      *
042100      * STANDS ON THE SECURITY FILE, OR 'NOT ON FILE' FOR AN ID THAT   *
042200      * WAS ONLY EVER TRIED.  COUNTS ROLES FOR THE SUMMARY.            *
042300      *----------------------------------------------------------------*
042400       2200-WRITE-OPERATOR-SECTION.
042500           MOVE WS-LOW-KEY TO ROL-OPER-ID.
042600           IF NOT WS-ON-FILE
042700               MOVE '(NOT ON FILE)'          TO ROL-NAME
042800               MOVE SPACE                    TO ROL-ROLE
042900               MOVE 'UNKNOWN'                TO ROL-STATUS
043000               ADD 1 TO WS-UNKNOWN-IDS
043100           ELSE
043200               MOVE OPR-NAME         TO ROL-NAME
043300               MOVE OPR-ROLE         TO ROL-ROLE
043400               MOVE OPR-GRANTED-DATE TO RAL-GRANTED-DATE
043500               MOVE OPR-GRANTED-BY   TO RAL-GRANTED-BY
043600               MOVE SPACES           TO RAL-REVOKED-LIT
043700               MOVE SPACES           TO RAL-REVOKED-DATE
043800               MOVE SPACES           TO RAL-REVOKED-BY-LIT
043900               MOVE SPACES           TO RAL-REVOKED-BY
044000               IF OPR-REVOKED
044100                   MOVE 'REVOKED'        TO ROL-STATUS
044200                   MOVE '  REVOKED '     TO RAL-REVOKED-LIT
044300                   MOVE OPR-REVOKED-DATE TO RAL-REVOKED-DATE
044400                   MOVE ' BY '           TO RAL-REVOKED-BY-LIT
044500                   MOVE OPR-REVOKED-BY   TO RAL-REVOKED-BY
044600                   ADD 1 TO WS-OPR-REVOKED
044700               ELSE
044800                   MOVE 'ACTIVE'         TO ROL-STATUS
044900                   ADD 1 TO WS-OPR-ACTIVE
045000                   PERFORM 2250-COUNT-ROLE THRU 2250-EXIT
045100               END-IF
045200           END-IF.
045300           IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
045400               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
045500           END-IF.
045600           WRITE REPORT-LINE FROM RPT-OPER-LINE
045700               AFTER ADVANCING 2 LINES.
045800           ADD 2 TO WS-LINE-COUNT.
045900           IF WS-ON-FILE
046000               WRITE REPORT-LINE FROM RPT-ACCESS-LINE
046100                   AFTER ADVANCING 1 LINE
046200               ADD 1 TO WS-LINE-COUNT
046300           END-IF.
046400       2200-EXIT.
046500           EXIT.
046600
046700      *----------------------------------------------------------------*
046800      * 2250-COUNT-ROLE - ACTIVE OPERATORS BY ROLE FOR THE SUMMARY.    *
046900      *----------------------------------------------------------------*
047000       2250-COUNT-ROLE.
047100           IF OPR-ROLE-INQUIRY
047200               ADD 1 TO WS-ROLE-I-COUNT
047300           END-IF.
047400           IF OPR-ROLE-MAINTAIN
047500               ADD 1 TO WS-ROLE-M-COUNT
047600           END-IF.
047700           IF OPR-ROLE-PEND-CANCEL
047800               ADD 1 TO WS-ROLE-P-COUNT
047900           END-IF.
048000           IF OPR-ROLE-SUPERVISOR
048100               ADD 1 TO WS-ROLE-S-COUNT
048200           END-IF.
048300       2250-EXIT.
048400           EXIT.
048500
048600      *----------------------------------------------------------------*
048700      * 2300-TAKE-LOG-RECORD - ONE LOG RECORD FOR THE ID IN HAND.      *
048800      *----------------------------------------------------------------*
048900       2300-TAKE-LOG-RECORD.
049000           PERFORM 2400-COUNT-EVENT THRU 2400-EXIT.
049100           IF WS-PRINT-DETAIL
049200               PERFORM 2450-WRITE-EVENT-LINE THRU 2450-EXIT
049300           END-IF.
049400           PERFORM 2100-READ-LOG THRU 2100-EXIT.
049500       2300-EXIT.
049600           EXIT.
049700
049800      *----------------------------------------------------------------*
049900      * 2400-COUNT-EVENT - BUMP THE OPERATOR AND RUN COUNTS AND SET THE*
050000      * EVENT AND REASON WORDING FOR THE DETAIL LINE.                  *
050100      *----------------------------------------------------------------*
050200       2400-COUNT-EVENT.
050300           ADD 1 TO WS-OC-EVENTS.
050400           MOVE SPACES TO RDL-EVENT.
050500           MOVE SPACES TO RDL-REASON.
050600           EVALUATE TRUE
050700               WHEN OPL-SIGN-ON
050800                   MOVE 'SIGN-ON'        TO RDL-EVENT
050900                   ADD 1 TO WS-OC-SIGN-ON
051000                   ADD 1 TO WS-RC-SIGN-ON
051100               WHEN OPL-SIGN-ON-FAILED
051200                   MOVE 'SIGN-ON FAILED' TO RDL-EVENT
051300                   ADD 1 TO WS-OC-FAILED
051400               WHEN OPL-ACTION-REFUSED
051500                   MOVE 'REFUSED'        TO RDL-EVENT
051600                   ADD 1 TO WS-OC-REFUSED
051700                   ADD 1 TO WS-RC-REFUSED
051800               WHEN OPL-INQUIRY
051900                   MOVE 'INQUIRY'        TO RDL-EVENT
052000                   ADD 1 TO WS-OC-INQUIRY
052100                   ADD 1 TO WS-RC-INQUIRY
052200               WHEN OPL-SIGN-OFF
052300                   MOVE 'SIGN-OFF'       TO RDL-EVENT
052400                   ADD 1 TO WS-OC-SIGN-OFF
052500                   ADD 1 TO WS-RC-SIGN-OFF
052600               WHEN OTHER
052700                   MOVE OPL-EVENT        TO RDL-EVENT
052800                   ADD 1 TO WS-RC-OTHER
052900           END-EVALUATE.
053000           EVALUATE TRUE
053100               WHEN OPL-UNKNOWN-OPERATOR
053200                   MOVE 'UNKNOWN ID'     TO RDL-REASON
053300               WHEN OPL-WRONG-PIN
053400                   MOVE 'WRONG PIN'      TO RDL-REASON
053500               WHEN OPL-OPERATOR-REVOKED
053600                   MOVE 'REVOKED'        TO RDL-REASON
053700               WHEN OPL-ROLE-NOT-ALLOWED
053800                   MOVE 'ROLE NOT ALLOWED' TO RDL-REASON
053900               WHEN OTHER
054000                   MOVE OPL-REASON       TO RDL-REASON
054100           END-EVALUATE.
054200           IF OPL-SIGN-ON-FAILED
054300               EVALUATE TRUE
054400                   WHEN OPL-UNKNOWN-OPERATOR
054500                       ADD 1 TO WS-RC-FAIL-UNKNOWN
054600                   WHEN OPL-WRONG-PIN
054700                       ADD 1 TO WS-RC-FAIL-PIN
054800                   WHEN OPL-OPERATOR-REVOKED
054900                       ADD 1 TO WS-RC-FAIL-REVOKED
055000                   WHEN OTHER
055100                       ADD 1 TO WS-RC-FAIL-ROLE
055200               END-EVALUATE
055300           END-IF.
055400       2400-EXIT.
055500           EXIT.
055600
055700      *----------------------------------------------------------------*
055800      * 2450-WRITE-EVENT-LINE - ONE DETAIL LINE.  THE PIN IS NEVER ON  *
055900      * THE LOG, SO IT CANNOT APPEAR HERE.                             *
056000      *----------------------------------------------------------------*
056100       2450-WRITE-EVENT-LINE.
056200           MOVE OPL-TIMESTAMP (1:8) TO RDL-DATE.
056300           MOVE OPL-TIMESTAMP (9:8) TO RDL-TIME.
056400           MOVE OPL-PROGRAM         TO RDL-PROGRAM.
056500           MOVE OPL-ROLE            TO RDL-ROLE.
056600           MOVE OPL-VAR1            TO RDL-VAR1.
056700           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
056800               AFTER ADVANCING 1 LINE.
056900           ADD 1 TO WS-LINE-COUNT.
057000           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
057100               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
057200           END-IF.
057300       2450-EXIT.
057400           EXIT.
057500
057600      *----------------------------------------------------------------*
057700      * 2500-FINISH-OPERATOR - THE OPERATOR'S COUNTS, THEN ANY FLAGS   *
057800      * FOR THE ACCESS REVIEW.                                         *
057900      *----------------------------------------------------------------*
058000       2500-FINISH-OPERATOR.
058100           MOVE WS-OC-SIGN-ON TO RCL-SIGN-ON.
058200           MOVE WS-OC-FAILED  TO RCL-FAILED.
058300           MOVE WS-OC-REFUSED TO RCL-REFUSED.
058400           MOVE WS-OC-INQUIRY TO RCL-INQUIRY.
058500           WRITE REPORT-LINE FROM RPT-COUNT-LINE
058600               AFTER ADVANCING 1 LINE.
058700           ADD 1 TO WS-LINE-COUNT.
058800           MOVE 'N' TO WS-FLAG-SW.
058900           IF NOT WS-ON-FILE
059000               MOVE 'ID NOT ON OPERATOR FILE WAS TRIED' TO RFL-TEXT
059100               PERFORM 2550-WRITE-FLAG THRU 2550-EXIT
059200           END-IF.
059300           IF WS-ON-FILE AND OPR-ACTIVE AND WS-OC-SIGN-ON = ZERO
059400               MOVE 'ACTIVE OPERATOR WITH NO SIGN-ON IN THE PERIOD'
059500                   TO RFL-TEXT
059600               PERFORM 2550-WRITE-FLAG THRU 2550-EXIT
059700               ADD 1 TO WS-IDLE-COUNT
059800           END-IF.
059900           IF WS-ON-FILE AND OPR-REVOKED AND WS-OC-EVENTS > ZERO
060000               MOVE 'ACTIVITY UNDER A REVOKED OPERATOR ID'
060100                   TO RFL-TEXT
060200               PERFORM 2550-WRITE-FLAG THRU 2550-EXIT
060300           END-IF.
060400           IF WS-OC-FAILED NOT < WS-FAIL-ALERT
060500               MOVE 'REPEATED FAILED SIGN-ON ATTEMPTS' TO RFL-TEXT
060600               PERFORM 2550-WRITE-FLAG THRU 2550-EXIT
060700           END-IF.
060800           IF WS-FLAGGED
060900               ADD 1 TO WS-FLAGGED-IDS
061000           END-IF.
061100           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
061200               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
061300           END-IF.
061400       2500-EXIT.
061500           EXIT.
061600
061700      *----------------------------------------------------------------*
061800      * 2550-WRITE-FLAG - ONE ACCESS-REVIEW FLAG LINE.                 *
061900      *----------------------------------------------------------------*
062000       2550-WRITE-FLAG.
062100           MOVE 'Y' TO WS-FLAG-SW.
062200           WRITE REPORT-LINE FROM RPT-FLAG-LINE
062300               AFTER ADVANCING 1 LINE.
062400           ADD 1 TO WS-LINE-COUNT.
062500       2550-EXIT.
062600           EXIT.
062700
062800      *----------------------------------------------------------------*
062900      * 4100-WRITE-REPORT-HEADERS - NEW PAGE, PAGE/COLUMN HEADINGS.    *
063000      *----------------------------------------------------------------*
063100       4100-WRITE-REPORT-HEADERS.
063200           ADD 1 TO WS-PAGE-COUNT.
063300           MOVE WS-PAGE-COUNT TO RHL1-PAGE-NO.
063400           WRITE REPORT-LINE FROM RPT-HEADING-LINE-1
063500               AFTER ADVANCING PAGE.
063600           WRITE REPORT-LINE FROM RPT-HEADING-LINE-2
063700               AFTER ADVANCING 2 LINES.
063800           MOVE ZERO TO WS-LINE-COUNT.
063900       4100-EXIT.
064000           EXIT.
064100
064200      *----------------------------------------------------------------*
064300      * 4500-WRITE-SUMMARY-PAGE - OPERATORS ON FILE BY STATUS AND ROLE,*
064400      * EVENTS BY KIND, FAILED ATTEMPTS BY REASON, AND THE FLAG COUNTS.*
064500      *----------------------------------------------------------------*
064600       4500-WRITE-SUMMARY-PAGE.
064700           ADD 1 TO WS-PAGE-COUNT.
064800           MOVE WS-PAGE-COUNT TO RHL1-PAGE-NO.
064900           WRITE REPORT-LINE FROM RPT-HEADING-LINE-1
065000               AFTER ADVANCING PAGE.
065100           WRITE REPORT-LINE FROM RPT-SUMMARY-HEADING
065200               AFTER ADVANCING 2 LINES.
065300           MOVE 'OPERATORS ON FILE.......................'
065400               TO RSL-LABEL.
065500           MOVE WS-OPR-READ TO RSL-COUNT.
065600           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
065700               AFTER ADVANCING 2 LINES.
065800           MOVE '  ACTIVE................................'
065900               TO RSL-LABEL.
066000           MOVE WS-OPR-ACTIVE TO RSL-COUNT.
066100           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
066200           MOVE '    INQUIRY ONLY........................'
066300               TO RSL-LABEL.
066400           MOVE WS-ROLE-I-COUNT TO RSL-COUNT.
066500           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
066600           MOVE '    MAINTAIN............................'
066700               TO RSL-LABEL.
066800           MOVE WS-ROLE-M-COUNT TO RSL-COUNT.
066900           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
067000           MOVE '    PENDING CANCEL......................'
067100               TO RSL-LABEL.
067200           MOVE WS-ROLE-P-COUNT TO RSL-COUNT.
067300           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
067400           MOVE '    SUPERVISOR..........................'
067500               TO RSL-LABEL.
067600           MOVE WS-ROLE-S-COUNT TO RSL-COUNT.
067700           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
067800           MOVE '  REVOKED...............................'
067900               TO RSL-LABEL.
068000           MOVE WS-OPR-REVOKED TO RSL-COUNT.
068100           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
068200           MOVE 'LOG RECORDS IN THE PERIOD...............'
068300               TO RSL-LABEL.
068400           MOVE WS-LOG-SELECTED TO RSL-COUNT.
068500           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
068600               AFTER ADVANCING 2 LINES.
068700           MOVE '  SIGN-ONS..............................'
068800               TO RSL-LABEL.
068900           MOVE WS-RC-SIGN-ON TO RSL-COUNT.
069000           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
069100           MOVE '  FAILED - UNKNOWN ID...................'
069200               TO RSL-LABEL.
069300           MOVE WS-RC-FAIL-UNKNOWN TO RSL-COUNT.
069400           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
069500           MOVE '  FAILED - WRONG PIN....................'
069600               TO RSL-LABEL.
069700           MOVE WS-RC-FAIL-PIN TO RSL-COUNT.
069800           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
069900           MOVE '  FAILED - OPERATOR REVOKED.............'
070000               TO RSL-LABEL.
070100           MOVE WS-RC-FAIL-REVOKED TO RSL-COUNT.
070200           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
070300           MOVE '  FAILED - ROLE NOT ALLOWED.............'
070400               TO RSL-LABEL.
070500           MOVE WS-RC-FAIL-ROLE TO RSL-COUNT.
070600           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
070700           MOVE '  ACTIONS REFUSED FOR ROLE..............'
070800               TO RSL-LABEL.
070900           MOVE WS-RC-REFUSED TO RSL-COUNT.
071000           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
071100           MOVE '  INQUIRIES.............................'
071200               TO RSL-LABEL.
071300           MOVE WS-RC-INQUIRY TO RSL-COUNT.
071400           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
071500           MOVE '  SIGN-OFFS.............................'
071600               TO RSL-LABEL.
071700           MOVE WS-RC-SIGN-OFF TO RSL-COUNT.
071800           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
071900           IF WS-RC-OTHER > ZERO
072000               MOVE '  UNRECOGNISED EVENTS...................'
072100                   TO RSL-LABEL
072200               MOVE WS-RC-OTHER TO RSL-COUNT
072300               PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT
072400           END-IF.
072500           MOVE 'IDS TRIED NOT ON OPERATOR FILE..........'
072600               TO RSL-LABEL.
072700           MOVE WS-UNKNOWN-IDS TO RSL-COUNT.
072800           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
072900               AFTER ADVANCING 2 LINES.
073000           MOVE 'ACTIVE OPERATORS WITH NO SIGN-ON........'
073100               TO RSL-LABEL.
073200           MOVE WS-IDLE-COUNT TO RSL-COUNT.
073300           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
073400           MOVE 'OPERATORS FLAGGED FOR REVIEW............'
073500               TO RSL-LABEL.
073600           MOVE WS-FLAGGED-IDS TO RSL-COUNT.
073700           PERFORM 4520-WRITE-SUMMARY-LINE THRU 4520-EXIT.
073800       4500-EXIT.
073900           EXIT.
074000
074100      *----------------------------------------------------------------*
074200      * 4520-WRITE-SUMMARY-LINE - ONE SINGLE-SPACED SUMMARY COUNT.     *
074300      *----------------------------------------------------------------*
074400       4520-WRITE-SUMMARY-LINE.
074500           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
074600               AFTER ADVANCING 1 LINE.
074700       4520-EXIT.
074800           EXIT.
074900
075000      *----------------------------------------------------------------*
075100      * 9000-TERMINATE - SUMMARY PAGE, CLOSE FILES.  CC 4 WHEN ANY     *
075200      * OPERATOR WAS FLAGGED FOR THE ACCESS REVIEW.                    *
075300      *----------------------------------------------------------------*
075400       9000-TERMINATE.
075500           PERFORM 4500-WRITE-SUMMARY-PAGE THRU 4500-EXIT.
075600           CLOSE OPERATOR-LOG.
075700           CLOSE OPERATOR-FILE.
075800           CLOSE REPORT-OUT.
075900           DISPLAY 'OPERATOR LOG RECORDS READ.: ' WS-LOG-READ.
076000           DISPLAY 'OUTSIDE THE PERIOD........: ' WS-LOG-OUTSIDE.
076100           DISPLAY 'OPERATORS ON FILE.........: ' WS-OPR-READ.
076200           DISPLAY 'OPERATORS FLAGGED.........: ' WS-FLAGGED-IDS.
076300           IF WS-FLAGGED-IDS > ZERO
076400               MOVE 4 TO RETURN-CODE
076500           END-IF.
076600       9000-EXIT.
076700           EXIT.
076800
076900      *----------------------------------------------------------------*
077000      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
077100      *----------------------------------------------------------------*
077200       9999-EXIT.
077300           STOP RUN.
