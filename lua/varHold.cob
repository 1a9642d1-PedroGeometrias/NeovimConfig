000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VARHOLD.
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
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  MASTER KEY HOLD PLACE AND  *
001500      *                  RELEASE, WRITTEN AS A CONVERSATIONAL          *
001600      *                  ACCEPT/DISPLAY TRANSACTION IN THE SAME STYLE  *
001700      *                  AS THE ONLINE MAINTENANCE TRANSACTION.  A     *
001800      *                  HOLD CARRIES A REASON AND AN EXPIRY DATE ON   *
001900      *                  THE KEYED HOLD FILE AND SETS THE MASTER'S     *
002000      *                  STATUS TO 'H'; WHILE IT STANDS THE NIGHTLY    *
002100      *                  UPDATE SUSPENDS EVERY TRANSACTION FOR THE     *
002200      *                  KEY.  RELEASING THE HOLD (OR VARSUSR LAPSING  *
002300      *                  IT AFTER ITS EXPIRY DATE) PUTS THE STATUS     *
002400      *                  BACK TO 'A' AND THE SUSPENDED ITEMS FEED THE  *
002500      *                  NEXT NIGHT'S RUN.  EVERY PLACE ('C', SOURCE   *
002600      *                  HOLDPLCE) AND RELEASE ('C', SOURCE HOLDRLSE)  *
002700      *                  IS AUDITED ON THE TRAIL AND THE KEYED         *
002800      *                  HISTORY.  THE MASTER'S LAST-CHANGE STAMPS     *
002900      *                  ARE LEFT ALONE - A HOLD IS NOT A VALUE        *
003000      *                  CHANGE.  WHEN THE KEYED AUTHORIZATION FILE    *
003100      *                  IS PRESENT THE OPERATOR SIGNS ON WITH THEIR   *
003200      *                  SOURCE ID AND MAY ONLY HOLD KEYS INSIDE THAT  *
003300      *                  SOURCE'S RANGES.                              *
003325      * 2026-10-15 JHM   AUDIT RECORD CARRIES THE OPERATOR AND         *
003350      *                  APPROVER IDS (LEFT BLANK HERE).  RECORD       *
003375      *                  LENGTH 53 TO 69.                              *
003377      * 2026-10-15 JHM   OPERATOR SIGN-ON: THE OPERATOR SIGNS ON WITH  *
003379      *                  AN OPERATOR ID AND PIN CHECKED AGAINST THE    *
003381      *                  OPERATOR SECURITY FILE (OPERREC) BEFORE ANY   *
003383      *                  OTHER FILE IS OPENED, AND ONLY AN ACTIVE      *
003385      *                  MAINTAIN OR SUPERVISOR OPERATOR MAY SIGN ON.  *
003387      *                  THREE FAILED ATTEMPTS END THE TRANSACTION.    *
003389      *                  THE OPERATOR ID, NOT THE SOURCE ID, IS NOW    *
003391      *                  RECORDED AS WHO PLACED OR RELEASED THE HOLD,  *
003393      *                  AND IS STAMPED ON THE AUDIT RECORD.  EVERY    *
003395      *                  SIGN-ON, FAILED ATTEMPT, AND SIGN-OFF IS      *
003397      *                  WRITTEN TO THE OPERATOR LOG.                  *
003400      *----------------------------------------------------------------*
003500
003600       ENVIRONMENT DIVISION.
003700       CONFIGURATION SECTION.
003800       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
003900       OBJECT-COMPUTER. YOUR-MACHINE-TYPE.
004000
004100       INPUT-OUTPUT SECTION.
004200       FILE-CONTROL.
004300           SELECT MASTER-FILE ASSIGN TO MASTFILE
004400               ORGANIZATION IS INDEXED
004500               ACCESS MODE IS DYNAMIC
004600               RECORD KEY IS MSTR-VAR1
004700               FILE STATUS IS WS-MASTER-STATUS.
004800
004900           SELECT HOLD-FILE ASSIGN TO HOLDFILE
005000               ORGANIZATION IS INDEXED
005100               ACCESS MODE IS RANDOM
005200               RECORD KEY IS HLD-VAR1
005300               FILE STATUS IS WS-HOLD-STATUS.
005400
005500           SELECT AUDIT-OUT ASSIGN TO AUDTOUT
005600               ORGANIZATION IS SEQUENTIAL
005700               FILE STATUS IS WS-AUDIT-STATUS.
005800
005900           SELECT AUDIT-HIST ASSIGN TO AUDHIST
006000               ORGANIZATION IS INDEXED
006100               ACCESS MODE IS RANDOM
006200               RECORD KEY IS AUDH-KEY
006300               FILE STATUS IS WS-AUDHIST-STATUS.
006400
006500           SELECT AUTH-FILE ASSIGN TO AUTHFILE
006600               ORGANIZATION IS INDEXED
006700               ACCESS MODE IS SEQUENTIAL
006800               RECORD KEY IS AUT-KEY
006900               FILE STATUS IS WS-AUTH-STATUS.
006909
006918           SELECT OPERATOR-FILE ASSIGN TO OPERFILE
006927               ORGANIZATION IS INDEXED
006936               ACCESS MODE IS RANDOM
006945               RECORD KEY IS OPR-OPER-ID
006954               FILE STATUS IS WS-OPERFILE-STATUS.
006963
006972           SELECT OPERATOR-LOG ASSIGN TO OPERLOG
006981               ORGANIZATION IS SEQUENTIAL
006990               FILE STATUS IS WS-OPERLOG-STATUS.
007000
007100       DATA DIVISION.
007200       FILE SECTION.
007300
007400      *----------------------------------------------------------------*
007500      * MASTER-FILE - THE SAME VAR MASTER MAINTAINED BY THE BATCH      *
007600      * UPDATE PROGRAM; STATUS 'H' MARKS A HELD KEY.                   *
007700      *----------------------------------------------------------------*
007800       FD  MASTER-FILE.
007900           COPY MSTRREC.
008000
008100      *----------------------------------------------------------------*
008200      * HOLD-FILE - ONE RECORD PER KEY EVER HELD, CARRYING THE REASON, *
008300      * EXPIRY DATE, AND WHO PLACED AND RELEASED THE LATEST HOLD.      *
008400      *----------------------------------------------------------------*
008500       FD  HOLD-FILE.
008600           COPY HOLDREC.
008700
008800      *----------------------------------------------------------------*
008900      * AUDIT-OUT - THE SAME AUDIT TRAIL WRITTEN BY THE BATCH UPDATE   *
009000      * PROGRAM, SO HOLDS SHOW UP IN ONE HISTORY.                      *
009100      *----------------------------------------------------------------*
009200       FD  AUDIT-OUT
009300           RECORDING MODE IS F.
009400           COPY AUDTREC.
009500
009600      *----------------------------------------------------------------*
009700      * AUDIT-HIST - THE KEYED AUDIT HISTORY MASTER.  A FILE THAT      *
009800      * CANNOT BE OPENED IS SKIPPED AND VARAUDL CATCHES THE HISTORY    *
009900      * UP FROM THE TRAIL.                                             *
010000      *----------------------------------------------------------------*
010100       FD  AUDIT-HIST.
010200           COPY AUDHREC.
010300
010400      *----------------------------------------------------------------*
010500      * AUTH-FILE - KEYED AUTHORIZATION FILE OF THE VAR1 RANGES EACH   *
010600      * SOURCE MAY MAINTAIN.  A FILE THAT CANNOT BE OPENED CHECKS      *
010700      * NOTHING.                                                       *
010800      *----------------------------------------------------------------*
010900       FD  AUTH-FILE.
011000           COPY AUTHREC.
011005
011010      *----------------------------------------------------------------*
011015      * OPERATOR-FILE - THE KEYED OPERATOR SECURITY FILE: PIN, ROLE,   *
011020      * AND ACTIVE/REVOKED STATUS PER OPERATOR ID, READ AT SIGN-ON.    *
011025      *----------------------------------------------------------------*
011030       FD  OPERATOR-FILE.
011035           COPY OPERREC.
011040
011045      *----------------------------------------------------------------*
011050      * OPERATOR-LOG - THE DAILY OPERATOR ACTIVITY LOG, EXTENDED WITH  *
011055      * EVERY SIGN-ON, FAILED ATTEMPT, AND SIGN-OFF AND REPORTED BY    *
011060      * VAROPRR.                                                       *
011065      *----------------------------------------------------------------*
011070       FD  OPERATOR-LOG
011075           RECORDING MODE IS F.
011080           COPY OPLGREC.
011100
011200       WORKING-STORAGE SECTION.
011300
011400       77  WS-MASTER-STATUS            PIC X(02).
011500       77  WS-HOLD-STATUS              PIC X(02).
011600       77  WS-AUDIT-STATUS             PIC X(02).
011700       77  WS-AUDHIST-STATUS           PIC X(02).
011800       77  WS-AUDHIST-OPEN-SW          PIC X(01) VALUE 'N'.
011900           88  WS-AUDHIST-OPEN                 VALUE 'Y'.
012000       77  WS-DONE-SW                  PIC X(01) VALUE 'N'.
012100           88  WS-DONE                         VALUE 'Y'.
012200       77  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
012300           88  WS-FOUND                        VALUE 'Y'.
012400       77  WS-HOLD-FOUND-SW            PIC X(01) VALUE 'N'.
012500           88  WS-HOLD-FOUND                   VALUE 'Y'.
012600       77  WS-DATE-VALID-SW            PIC X(01) VALUE 'Y'.
012700           88  WS-DATE-VALID                   VALUE 'Y'.
012800       77  WS-VAR1-KEY                 PIC X(10) VALUE SPACES.
012900       77  WS-HOLD-ACTION              PIC X(01) VALUE SPACE.
013000           88  WS-HOLD-PLACE                   VALUE 'P'.
013100           88  WS-HOLD-RELEASE                 VALUE 'R'.
013200       77  WS-HOLD-REASON              PIC X(30) VALUE SPACES.
013300       77  WS-NEW-DATE                 PIC X(08) VALUE SPACES.
013400       77  WS-NEW-DATE-NUM REDEFINES WS-NEW-DATE
013500                                       PIC 9(08).
013600       77  WS-HOLD-BY                  PIC X(08) VALUE SPACES.
013700       77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
013800       77  WS-AUTH-STATUS              PIC X(02).
013900       77  WS-AUT-EOF-SW               PIC X(01) VALUE 'N'.
014000           88  WS-AUT-EOF                      VALUE 'Y'.
014100       77  WS-AUT-COUNT                PIC 9(03) COMP VALUE ZERO.
014200       77  WS-AUT-SUB                  PIC 9(03) COMP VALUE ZERO.
014300       77  WS-AUT-MAX                  PIC 9(03) VALUE 100.
014400       77  WS-AUTH-OK-SW               PIC X(01) VALUE 'N'.
014500           88  WS-AUTH-OK                      VALUE 'Y'.
014600       77  WS-AUT-SRC-SW               PIC X(01) VALUE 'N'.
014700           88  WS-AUT-SRC-LISTED               VALUE 'Y'.
014800       77  WS-OPER-SOURCE              PIC X(02) VALUE SPACES.
014805       77  WS-OPERFILE-STATUS          PIC X(02).
014810       77  WS-OPERLOG-STATUS           PIC X(02).
014815       77  WS-OPER-ID                  PIC X(08) VALUE SPACES.
014820       77  WS-OPER-PIN                 PIC X(08) VALUE SPACES.
014825       77  WS-OPER-ROLE                PIC X(01) VALUE SPACE.
014830           88  WS-ROLE-INQUIRY                 VALUE 'I'.
014835           88  WS-ROLE-MAINTAIN                VALUE 'M'.
014840           88  WS-ROLE-PEND-CANCEL             VALUE 'P'.
014845           88  WS-ROLE-SUPERVISOR              VALUE 'S'.
014850       77  WS-SIGNON-SW                PIC X(01) VALUE 'N'.
014855           88  WS-SIGNED-ON                    VALUE 'Y'.
014860       77  WS-SIGNON-TRIES             PIC 9(01) COMP VALUE ZERO.
014865       77  WS-SIGNON-MAX               PIC 9(01) VALUE 3.
014870       77  WS-LOG-EVENT                PIC X(01) VALUE SPACE.
014875       77  WS-LOG-REASON               PIC X(01) VALUE SPACE.
014880       77  WS-LOG-VAR1                 PIC X(10) VALUE SPACES.
014900
015000      *----------------------------------------------------------------*
015100      * AUTHORIZATION RANGES LOADED FROM AUTH-FILE AT START-UP.        *
015200      *----------------------------------------------------------------*
015300       01  WS-AUTH-TABLE.
015400           05  WS-AUT-ENTRY OCCURS 100 TIMES.
015500               10  WS-AUT-SOURCE       PIC X(02).
015600               10  WS-AUT-LOW          PIC X(10).
015700               10  WS-AUT-HIGH         PIC X(10).
015800
015900       01  WS-TIMESTAMP-WORK.
016000           05  WS-CURRENT-DATE         PIC 9(08).
016100           05  WS-CURRENT-TIME         PIC 9(08).
016200
016300       01  WS-DATE-PARTS.
016400           05  WS-DP-YEAR              PIC 9(04).
016500           05  WS-DP-MONTH             PIC 9(02).
016600           05  WS-DP-DAY               PIC 9(02).
016700
016800       PROCEDURE DIVISION.
016900
017000      *----------------------------------------------------------------*
017100      * 0000-MAINLINE                                                  *
017200      *----------------------------------------------------------------*
017300       0000-MAINLINE.
017400           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500           PERFORM 2000-HOLD-LOOP THRU 2000-EXIT
017600               UNTIL WS-DONE.
017700           PERFORM 9000-TERMINATE THRU 9000-EXIT.
017800           GO TO 9999-EXIT.
017900
018000      *----------------------------------------------------------------*
018100      * 1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE MASTER,  *
018150      * HOLD FILE, AND AUDIT TRAIL.                                    *
018200      *----------------------------------------------------------------*
018300       1000-INITIALIZE.
018400           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018500           ACCEPT WS-CURRENT-TIME FROM TIME.
018600           MOVE WS-CURRENT-TIME TO WS-RUN-ID.
018650           PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
018700           OPEN I-O MASTER-FILE.
018800           IF WS-MASTER-STATUS NOT = '00'
018900               DISPLAY 'VARHOLD: UNABLE TO OPEN MASTER-FILE, STATUS '
019000                   WS-MASTER-STATUS
019100               MOVE 16 TO RETURN-CODE
019200               GO TO 9999-EXIT
019300           END-IF.
019400           OPEN I-O HOLD-FILE.
019500           IF WS-HOLD-STATUS NOT = '00'
019600               DISPLAY 'VARHOLD: UNABLE TO OPEN HOLD-FILE, STATUS '
019700                   WS-HOLD-STATUS
019800               MOVE 16 TO RETURN-CODE
019900               GO TO 9999-EXIT
020000           END-IF.
020100           OPEN EXTEND AUDIT-OUT.
020200           IF WS-AUDIT-STATUS NOT = '00'
020300               DISPLAY 'VARHOLD: UNABLE TO OPEN AUDIT-OUT, STATUS '
020400                   WS-AUDIT-STATUS
020500               MOVE 16 TO RETURN-CODE
020600               GO TO 9999-EXIT
020700           END-IF.
020800           OPEN I-O AUDIT-HIST.
020900           IF WS-AUDHIST-STATUS = '00'
021000               MOVE 'Y' TO WS-AUDHIST-OPEN-SW
021100           ELSE
021200               DISPLAY 'VARHOLD: AUDIT-HIST NOT AVAILABLE, STATUS '
021300                   WS-AUDHIST-STATUS
021400                   ', RUN VARAUDL TO CATCH THE HISTORY UP'
021500           END-IF.
021600           PERFORM 1300-LOAD-AUTH-TABLE THRU 1300-EXIT.
021700           IF WS-AUT-COUNT > ZERO
021800               DISPLAY 'ENTER YOUR SOURCE ID: '
021900               ACCEPT WS-OPER-SOURCE
022000           END-IF.
022300           MOVE WS-OPER-ID TO WS-HOLD-BY.
022600       1000-EXIT.
022700           EXIT.
022800
022801      *----------------------------------------------------------------*
022802      * 1100-SIGN-ON-OPERATOR - SIGN THE OPERATOR ON AGAINST THE       *
022803      * OPERATOR SECURITY FILE BEFORE ANY OTHER FILE IS OPENED.  ONLY  *
022804      * AN ACTIVE MAINTAIN OR SUPERVISOR OPERATOR MAY PLACE OR RELEASE *
022805      * A HOLD.  THREE FAILED ATTEMPTS END THE TRANSACTION.  EVERY     *
022806      * ATTEMPT IS LOGGED.                                             *
022807      *----------------------------------------------------------------*
022808       1100-SIGN-ON-OPERATOR.
022809           OPEN INPUT OPERATOR-FILE.
022810           IF WS-OPERFILE-STATUS NOT = '00'
022811               DISPLAY 'VARHOLD: UNABLE TO OPEN OPERATOR-FILE, STATUS '
022812                   WS-OPERFILE-STATUS
022813               MOVE 16 TO RETURN-CODE
022814               GO TO 9999-EXIT
022815           END-IF.
022816           OPEN EXTEND OPERATOR-LOG.
022817           IF WS-OPERLOG-STATUS NOT = '00'
022818               DISPLAY 'VARHOLD: UNABLE TO OPEN OPERATOR-LOG, STATUS '
022819                   WS-OPERLOG-STATUS
022820               MOVE 16 TO RETURN-CODE
022821               GO TO 9999-EXIT
022822           END-IF.
022823           PERFORM 1120-ATTEMPT-SIGN-ON THRU 1120-EXIT
022824               UNTIL WS-SIGNED-ON
022825               OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX.
022826           CLOSE OPERATOR-FILE.
022827           IF NOT WS-SIGNED-ON
022828               DISPLAY 'VARHOLD: SIGN-ON FAILED, TRANSACTION ENDED.'
022829               CLOSE OPERATOR-LOG
022830               MOVE 8 TO RETURN-CODE
022831               GO TO 9999-EXIT
022832           END-IF.
022833       1100-EXIT.
022834           EXIT.
022835
022836      *----------------------------------------------------------------*
022837      * 1120-ATTEMPT-SIGN-ON - ONE OPERATOR ID AND PIN.  THE ID MUST   *
022838      * BE ON FILE, THE PIN MUST MATCH, THE OPERATOR MUST BE ACTIVE,   *
022839      * AND THE ROLE MUST ALLOW THIS TRANSACTION.  THE SAME MESSAGE    *
022840      * COVERS AN UNKNOWN ID AND A WRONG PIN SO NEITHER GIVES THE      *
022841      * OTHER AWAY.                                                    *
022842      *----------------------------------------------------------------*
022843       1120-ATTEMPT-SIGN-ON.
022844           ADD 1 TO WS-SIGNON-TRIES.
022845           MOVE SPACE TO WS-OPER-ROLE.
022846           DISPLAY 'ENTER YOUR OPERATOR ID: '.
022847           ACCEPT WS-OPER-ID.
022848           DISPLAY 'ENTER YOUR PIN: '.
022849           ACCEPT WS-OPER-PIN.
022850           MOVE WS-OPER-ID TO OPR-OPER-ID.
022851           READ OPERATOR-FILE
022852               INVALID KEY
022853                   MOVE 'U' TO WS-LOG-REASON
022854                   DISPLAY 'INVALID OPERATOR ID OR PIN.'
022855                   PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
022856                   GO TO 1120-EXIT
022857           END-READ.
022858           MOVE OPR-ROLE TO WS-OPER-ROLE.
022859           IF OPR-PIN NOT = WS-OPER-PIN
022860               MOVE 'P' TO WS-LOG-REASON
022861               DISPLAY 'INVALID OPERATOR ID OR PIN.'
022862               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
022863               GO TO 1120-EXIT
022864           END-IF.
022865           IF NOT OPR-ACTIVE
022866               MOVE 'R' TO WS-LOG-REASON
022867               DISPLAY 'OPERATOR ACCESS HAS BEEN REVOKED.'
022868               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
022869               GO TO 1120-EXIT
022870           END-IF.
022871           IF NOT OPR-ROLE-MAINTAIN
022872               AND NOT OPR-ROLE-SUPERVISOR
022873               MOVE 'W' TO WS-LOG-REASON
022874               DISPLAY 'OPERATOR ROLE DOES NOT ALLOW THIS TRANSACTION.'
022875               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
022876               GO TO 1120-EXIT
022877           END-IF.
022878           MOVE 'Y'    TO WS-SIGNON-SW.
022879           MOVE 'S'    TO WS-LOG-EVENT.
022880           MOVE SPACE  TO WS-LOG-REASON.
022881           MOVE SPACES TO WS-LOG-VAR1.
022882           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
022883           DISPLAY 'SIGNED ON: ' OPR-NAME.
022884       1120-EXIT.
022885           EXIT.
022886
022887      *----------------------------------------------------------------*
022888      * 1150-REFUSE-SIGN-ON - LOG THE FAILED ATTEMPT.  THE CALLER SETS *
022889      * THE REASON FIRST.                                              *
022890      *----------------------------------------------------------------*
022891       1150-REFUSE-SIGN-ON.
022892           MOVE 'F'    TO WS-LOG-EVENT.
022893           MOVE SPACES TO WS-LOG-VAR1.
022894           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
022895       1150-EXIT.
022896           EXIT.
022897
022900      *----------------------------------------------------------------*
023000      * 1300-LOAD-AUTH-TABLE - LOAD THE SOURCE AUTHORIZATION RANGES.  *
023100      * A FILE THAT CANNOT BE OPENED (SHOP NOT YET CONVERTED) LEAVES  *
023200      * THE TABLE EMPTY AND NOTHING IS CHECKED.                       *
023300      *----------------------------------------------------------------*
023400       1300-LOAD-AUTH-TABLE.
023500           MOVE 'N' TO WS-AUT-EOF-SW.
023600           OPEN INPUT AUTH-FILE.
023700           IF WS-AUTH-STATUS NOT = '00'
023800               GO TO 1300-EXIT
023900           END-IF.
024000           PERFORM 1320-READ-ONE-AUTH THRU 1320-EXIT
024100               UNTIL WS-AUT-EOF.
024200           CLOSE AUTH-FILE.
024300       1300-EXIT.
024400           EXIT.
024500
024600       1320-READ-ONE-AUTH.
024700           READ AUTH-FILE
024800               AT END
024900                   MOVE 'Y' TO WS-AUT-EOF-SW
025000                   GO TO 1320-EXIT
025100           END-READ.
025200           IF WS-AUT-COUNT NOT < WS-AUT-MAX
025300               DISPLAY 'VARHOLD: AUTH TABLE FULL, '
025400                   'REMAINING RANGES IGNORED'
025500               MOVE 'Y' TO WS-AUT-EOF-SW
025600               GO TO 1320-EXIT
025700           END-IF.
025800           ADD 1 TO WS-AUT-COUNT.
025900           MOVE AUT-SOURCE-ID  TO WS-AUT-SOURCE (WS-AUT-COUNT).
026000           MOVE AUT-RANGE-LOW  TO WS-AUT-LOW (WS-AUT-COUNT).
026100           MOVE AUT-RANGE-HIGH TO WS-AUT-HIGH (WS-AUT-COUNT).
026200       1320-EXIT.
026300           EXIT.
026400
026500      *----------------------------------------------------------------*
026600      * 2000-HOLD-LOOP - ONE LOOKUP/PLACE/RELEASE CYCLE.  A BLANK KEY  *
026700      * ENDS THE TRANSACTION.                                          *
026800      *----------------------------------------------------------------*
026900       2000-HOLD-LOOP.
027000           DISPLAY 'ENTER VAR1 KEY (BLANK TO EXIT): '.
027100           ACCEPT WS-VAR1-KEY.
027200           IF WS-VAR1-KEY = SPACES
027300               MOVE 'Y' TO WS-DONE-SW
027400               GO TO 2000-EXIT
027500           END-IF.
027600           PERFORM 2100-LOOKUP-MASTER-RECORD THRU 2100-EXIT.
027700           IF NOT WS-FOUND
027800               DISPLAY 'NO MASTER RECORD FOUND FOR THAT VAR1.'
027900               GO TO 2000-EXIT
028000           END-IF.
028100           PERFORM 2150-CHECK-AUTHORITY THRU 2150-EXIT.
028200           IF NOT WS-AUTH-OK
028300               DISPLAY 'SOURCE ' WS-OPER-SOURCE
028400                   ' NOT AUTHORIZED FOR THAT KEY.'
028500               GO TO 2000-EXIT
028600           END-IF.
028700           PERFORM 2200-LOOKUP-HOLD-RECORD THRU 2200-EXIT.
028800           DISPLAY 'ENTER P=PLACE HOLD, R=RELEASE HOLD: '.
028900           ACCEPT WS-HOLD-ACTION.
029000           IF WS-HOLD-PLACE
029100               PERFORM 2300-PLACE-HOLD THRU 2300-EXIT
029200           ELSE
029300               IF WS-HOLD-RELEASE
029400                   PERFORM 2400-RELEASE-HOLD THRU 2400-EXIT
029500               ELSE
029600                   DISPLAY 'NO ACTION TAKEN.'
029700               END-IF
029800           END-IF.
029900       2000-EXIT.
030000           EXIT.
030100
030200      *----------------------------------------------------------------*
030300      * 2100-LOOKUP-MASTER-RECORD - READ THE MASTER RECORD FOR THE     *
030400      * ENTERED KEY AND SHOW ITS STATUS AND VALUE.                     *
030500      *----------------------------------------------------------------*
030600       2100-LOOKUP-MASTER-RECORD.
030700           MOVE 'N'         TO WS-FOUND-SW.
030800           MOVE WS-VAR1-KEY TO MSTR-VAR1.
030900           READ MASTER-FILE
031000               INVALID KEY
031100                   CONTINUE
031200               NOT INVALID KEY
031300                   MOVE 'Y' TO WS-FOUND-SW
031400                   DISPLAY 'CURRENT STATUS: ' MSTR-STATUS
031500                       '  WS-VAR2: ' MSTR-VAR2
031600           END-READ.
031700       2100-EXIT.
031800           EXIT.
031900
032000      *----------------------------------------------------------------*
032100      * 2150-CHECK-AUTHORITY - THE OPERATOR'S SOURCE MUST BE ALLOWED  *
032200      * TO MAINTAIN THE ENTERED KEY, MATCHING THE BATCH UPDATE'S      *
032300      * EDIT.  AN EMPTY TABLE OR AN UNLISTED SOURCE CHECKS NOTHING.   *
032400      *----------------------------------------------------------------*
032500       2150-CHECK-AUTHORITY.
032600           MOVE 'Y' TO WS-AUTH-OK-SW.
032700           IF WS-AUT-COUNT = ZERO
032800               GO TO 2150-EXIT
032900           END-IF.
033000           MOVE 'N' TO WS-AUTH-OK-SW.
033100           MOVE 'N' TO WS-AUT-SRC-SW.
033200           PERFORM 2160-SCAN-AUTH-ENTRY THRU 2160-EXIT
033300               VARYING WS-AUT-SUB FROM 1 BY 1
033400               UNTIL WS-AUTH-OK OR WS-AUT-SUB > WS-AUT-COUNT.
033500           IF NOT WS-AUTH-OK AND NOT WS-AUT-SRC-LISTED
033600               MOVE 'Y' TO WS-AUTH-OK-SW
033700           END-IF.
033800       2150-EXIT.
033900           EXIT.
034000
034100       2160-SCAN-AUTH-ENTRY.
034200           IF WS-AUT-SOURCE (WS-AUT-SUB) = WS-OPER-SOURCE
034300               MOVE 'Y' TO WS-AUT-SRC-SW
034400               IF WS-VAR1-KEY NOT < WS-AUT-LOW (WS-AUT-SUB)
034500                   AND WS-VAR1-KEY NOT > WS-AUT-HIGH (WS-AUT-SUB)
034600                   MOVE 'Y' TO WS-AUTH-OK-SW
034700               END-IF
034800           END-IF.
034900       2160-EXIT.
035000           EXIT.
035100
035200      *----------------------------------------------------------------*
035300      * 2200-LOOKUP-HOLD-RECORD - READ THE KEY'S HOLD RECORD, IF ANY,  *
035400      * AND SHOW THE LATEST HOLD PLACED ON IT.                         *
035500      *----------------------------------------------------------------*
035600       2200-LOOKUP-HOLD-RECORD.
035700           MOVE 'N'         TO WS-HOLD-FOUND-SW.
035800           MOVE WS-VAR1-KEY TO HLD-VAR1.
035900           READ HOLD-FILE
036000               INVALID KEY
036100                   CONTINUE
036200               NOT INVALID KEY
036300                   MOVE 'Y' TO WS-HOLD-FOUND-SW
036400                   DISPLAY 'LAST HOLD: ' HLD-STATUS
036500                       '  REASON: ' HLD-REASON
036600                   DISPLAY '  EXPIRES: ' HLD-EXPIRY-DATE
036700                       '  PLACED: ' HLD-PLACED-DATE
036800                       ' BY ' HLD-PLACED-BY
036900           END-READ.
037000       2200-EXIT.
037100           EXIT.
037200
037300      *----------------------------------------------------------------*
037400      * 2300-PLACE-HOLD - A KEY ALREADY HELD IS REFUSED.  THE REASON   *
037500      * MUST BE GIVEN AND THE EXPIRY DATE MUST BE A POSSIBLE CALENDAR  *
037600      * DATE AFTER TODAY.  THE HOLD RECORD IS WRITTEN (OR AN OLD ONE   *
037700      * REUSED), THE MASTER GOES TO 'H', AND THE HOLD IS AUDITED.      *
037800      *----------------------------------------------------------------*
037900       2300-PLACE-HOLD.
038000           IF MSTR-HELD
038100               DISPLAY 'KEY IS ALREADY ON HOLD, NOTHING CHANGED.'
038200               GO TO 2300-EXIT
038300           END-IF.
038400           DISPLAY 'ENTER HOLD REASON: '.
038500           ACCEPT WS-HOLD-REASON.
038600           IF WS-HOLD-REASON = SPACES
038700               DISPLAY 'A HOLD REASON IS REQUIRED, NOTHING CHANGED.'
038800               GO TO 2300-EXIT
038900           END-IF.
039000           DISPLAY 'ENTER HOLD EXPIRY DATE YYYYMMDD: '.
039100           ACCEPT WS-NEW-DATE.
039200           PERFORM 2450-EDIT-NEW-DATE THRU 2450-EXIT.
039300           IF NOT WS-DATE-VALID
039400               DISPLAY 'INVALID EXPIRY DATE, NOTHING CHANGED.'
039500               GO TO 2300-EXIT
039600           END-IF.
039700           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
039800           MOVE WS-VAR1-KEY     TO HLD-VAR1.
039900           MOVE 'H'             TO HLD-STATUS.
040000           MOVE WS-HOLD-REASON  TO HLD-REASON.
040100           MOVE WS-NEW-DATE-NUM TO HLD-EXPIRY-DATE.
040200           MOVE WS-CURRENT-DATE TO HLD-PLACED-DATE.
040300           MOVE WS-HOLD-BY      TO HLD-PLACED-BY.
040400           MOVE ZERO            TO HLD-RELEASED-DATE.
040500           MOVE SPACES          TO HLD-RELEASED-BY.
040600           IF WS-HOLD-FOUND
040700               REWRITE HOLD-RECORD
040800           ELSE
040900               WRITE HOLD-RECORD
041000           END-IF.
041100           IF WS-HOLD-STATUS NOT = '00'
041200               DISPLAY 'HOLD FILE UPDATE FAILED, STATUS '
041300                   WS-HOLD-STATUS ', NOTHING CHANGED.'
041400               GO TO 2300-EXIT
041500           END-IF.
041600           MOVE 'H' TO MSTR-STATUS.
041700           REWRITE MASTER-RECORD.
041800           MOVE 'HOLDPLCE' TO AUD-SOURCE.
041900           PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT.
042000           DISPLAY 'HOLD PLACED UNTIL ' WS-NEW-DATE '.'.
042100       2300-EXIT.
042200           EXIT.
042300
042400      *----------------------------------------------------------------*
042500      * 2400-RELEASE-HOLD - A KEY NOT HELD IS REFUSED.  THE HOLD       *
042600      * RECORD IS MARKED RELEASED, THE MASTER GOES BACK TO 'A', AND    *
042700      * THE RELEASE IS AUDITED.  THE KEY'S SUSPENDED ITEMS FEED THE    *
042800      * NEXT NIGHT'S RUN.                                              *
042900      *----------------------------------------------------------------*
043000       2400-RELEASE-HOLD.
043100           IF NOT MSTR-HELD
043200               DISPLAY 'KEY IS NOT ON HOLD, NOTHING CHANGED.'
043300               GO TO 2400-EXIT
043400           END-IF.
043500           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
043600           IF WS-HOLD-FOUND
043700               MOVE 'R'             TO HLD-STATUS
043800               MOVE WS-CURRENT-DATE TO HLD-RELEASED-DATE
043900               MOVE WS-HOLD-BY      TO HLD-RELEASED-BY
044000               REWRITE HOLD-RECORD
044100           END-IF.
044200           MOVE 'A' TO MSTR-STATUS.
044300           REWRITE MASTER-RECORD.
044400           MOVE 'HOLDRLSE' TO AUD-SOURCE.
044500           PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT.
044600           DISPLAY 'HOLD RELEASED.'.
044700       2400-EXIT.
044800           EXIT.
044900
045000      *----------------------------------------------------------------*
045100      * 2450-EDIT-NEW-DATE - THE EXPIRY DATE MUST BE NUMERIC, A        *
045200      * POSSIBLE CALENDAR DATE, AND LATER THAN TODAY, SO A HOLD CAN    *
045300      * NEVER BE PLACED ALREADY LAPSED.                                *
045400      *----------------------------------------------------------------*
045500       2450-EDIT-NEW-DATE.
045600           MOVE 'Y' TO WS-DATE-VALID-SW.
045700           IF WS-NEW-DATE NOT NUMERIC
045800               MOVE 'N' TO WS-DATE-VALID-SW
045900               GO TO 2450-EXIT
046000           END-IF.
046100           MOVE WS-NEW-DATE TO WS-DATE-PARTS.
046200           IF WS-DP-MONTH < 1 OR WS-DP-MONTH > 12
046300               MOVE 'N' TO WS-DATE-VALID-SW
046400               GO TO 2450-EXIT
046500           END-IF.
046600           IF WS-DP-DAY < 1 OR WS-DP-DAY > 31
046700               MOVE 'N' TO WS-DATE-VALID-SW
046800               GO TO 2450-EXIT
046900           END-IF.
047000           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
047100           IF WS-NEW-DATE-NUM NOT > WS-CURRENT-DATE
047200               MOVE 'N' TO WS-DATE-VALID-SW
047300           END-IF.
047400       2450-EXIT.
047500           EXIT.
047600
047700      *----------------------------------------------------------------*
047800      * 2500-WRITE-AUDIT-RECORD - LOG THE HOLD OR RELEASE ON THE TRAIL *
047900      * AND THE KEYED HISTORY.  THE VALUE IS UNCHANGED, SO OLD AND NEW *
048000      * VAR2 ARE BOTH THE MASTER'S CURRENT VALUE.  THE CALLER SETS     *
048100      * AUD-SOURCE FIRST.                                              *
048200      *----------------------------------------------------------------*
048300       2500-WRITE-AUDIT-RECORD.
048400           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
048500           ACCEPT WS-CURRENT-TIME FROM TIME.
048600           MOVE WS-TIMESTAMP-WORK TO AUD-TIMESTAMP.
048700           MOVE WS-RUN-ID         TO AUD-RUN-ID.
048800           MOVE WS-VAR1-KEY       TO AUD-VAR1.
048900           MOVE MSTR-VAR2         TO AUD-OLD-VAR2.
049000           MOVE MSTR-VAR2         TO AUD-NEW-VAR2.
049100           MOVE 'C'               TO AUD-ACTION.
049133           MOVE WS-OPER-ID        TO AUD-OPER-ID.
049166           MOVE SPACES            TO AUD-APPR-ID.
049200           WRITE AUDIT-RECORD.
049300           PERFORM 2550-WRITE-AUDIT-HISTORY THRU 2550-EXIT.
049400       2500-EXIT.
049500           EXIT.
049600
049700      *----------------------------------------------------------------*
049800      * 2550-WRITE-AUDIT-HISTORY - THE SAME AUDIT RECORD REKEYED ON    *
049900      * VAR1 PLUS TIMESTAMP AND WRITTEN TO THE KEYED HISTORY MASTER.   *
050000      *----------------------------------------------------------------*
050100       2550-WRITE-AUDIT-HISTORY.
050200           IF NOT WS-AUDHIST-OPEN
050300               GO TO 2550-EXIT
050400           END-IF.
050500           MOVE AUD-VAR1      TO AUDH-VAR1.
050600           MOVE AUD-TIMESTAMP TO AUDH-TIMESTAMP.
050700           MOVE AUD-RUN-ID    TO AUDH-RUN-ID.
050800           MOVE AUD-OLD-VAR2  TO AUDH-OLD-VAR2.
050900           MOVE AUD-NEW-VAR2  TO AUDH-NEW-VAR2.
051000           MOVE AUD-SOURCE    TO AUDH-SOURCE.
051100           MOVE AUD-ACTION    TO AUDH-ACTION.
051133           MOVE AUD-OPER-ID   TO AUDH-OPER-ID.
051166           MOVE AUD-APPR-ID   TO AUDH-APPR-ID.
051200           WRITE AUDIT-HIST-RECORD
051300               INVALID KEY
051400                   CONTINUE
051500           END-WRITE.
051600       2550-EXIT.
051700           EXIT.
051800
051804      *----------------------------------------------------------------*
051808      * 2700-WRITE-OPERATOR-LOG - ONE RECORD ON THE OPERATOR LOG,      *
051812      * TIMESTAMPED AT THE MOMENT OF THE WRITE.  THE CALLER SETS THE   *
051816      * EVENT, REASON, AND KEY FIRST.                                  *
051820      *----------------------------------------------------------------*
051824       2700-WRITE-OPERATOR-LOG.
051828           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
051832           ACCEPT WS-CURRENT-TIME FROM TIME.
051836           MOVE SPACES            TO OPERATOR-LOG-RECORD.
051840           MOVE WS-TIMESTAMP-WORK TO OPL-TIMESTAMP.
051844           MOVE 'VARHOLD'         TO OPL-PROGRAM.
051848           MOVE WS-OPER-ID        TO OPL-OPER-ID.
051852           MOVE WS-LOG-EVENT      TO OPL-EVENT.
051856           MOVE WS-LOG-REASON     TO OPL-REASON.
051860           MOVE WS-OPER-ROLE      TO OPL-ROLE.
051864           MOVE WS-LOG-VAR1       TO OPL-VAR1.
051868           WRITE OPERATOR-LOG-RECORD.
051872       2700-EXIT.
051876           EXIT.
051880
051900      *----------------------------------------------------------------*
052000      * 9000-TERMINATE - CLOSE FILES.                                  *
052100      *----------------------------------------------------------------*
052200       9000-TERMINATE.
052300           CLOSE MASTER-FILE.
052400           CLOSE HOLD-FILE.
052500           CLOSE AUDIT-OUT.
052600           IF WS-AUDHIST-OPEN
052700               CLOSE AUDIT-HIST
052800           END-IF.
052816           MOVE 'X'    TO WS-LOG-EVENT.
052832           MOVE SPACE  TO WS-LOG-REASON.
052848           MOVE SPACES TO WS-LOG-VAR1.
052864           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
052880           CLOSE OPERATOR-LOG.
052900       9000-EXIT.
053000           EXIT.
053100
053200      *----------------------------------------------------------------*
053300      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
053400      *----------------------------------------------------------------*
053500       9999-EXIT.
053600           STOP RUN.
