000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VARAPPR.
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
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  DUAL-CONTROL APPROVAL OF   *
001500      *                  VAR2 CHANGES HELD BACK BY THE NIGHTLY UPDATE  *
001600      *                  AND THE ONLINE MAINTENANCE TRANSACTION FOR    *
001700      *                  SWINGING PAST THEIR SOURCE'S THRESHOLD,       *
001800      *                  WRITTEN AS A CONVERSATIONAL ACCEPT/DISPLAY    *
001900      *                  TRANSACTION IN THE SAME STYLE AS THE PENDING  *
002000      *                  MAINTENANCE TRANSACTION.  THE CHECKER SIGNS   *
002100      *                  ON WITH AN OPERATOR ID AND EACH QUEUED ITEM   *
002200      *                  IS SHOWN IN TURN TO BE APPROVED, REJECTED,    *
002300      *                  OR KEPT.  THE CHECKER MAY NEVER WORK AN ITEM  *
002400      *                  THEY MADE.  AN APPROVED ITEM POSTS TO THE     *
002500      *                  MASTER AND IS AUDITED ('C', SOURCE APPROVED)  *
002600      *                  WITH BOTH THE MAKER AND THE APPROVER ON THE   *
002700      *                  RECORD; AN ITEM WHOSE MASTER HAS MOVED SINCE  *
002800      *                  IT WAS QUEUED, OR WHOSE KEY IS GONE OR HELD,  *
002900      *                  CANNOT BE APPROVED.  A REJECTED ITEM GOES     *
003000      *                  BACK TO ITS SOURCE ON THE EXCEPTION FILE      *
003100      *                  (REASON 08) FOR THE RECYCLE TRANSACTION.      *
003200      *                  THE ITEMS LEFT ON THE QUEUE ARE WRITTEN TO A  *
003300      *                  NEW FILE THE JOB ROLLS OVER THE OLD ONE.      *
003400      *                  WHEN THE KEYED AUTHORIZATION FILE IS PRESENT  *
003500      *                  THE CHECKER ALSO SIGNS ON WITH A SOURCE ID    *
003600      *                  AND MAY ONLY WORK KEYS INSIDE THAT SOURCE'S   *
003700      *                  RANGES.                                       *
003712      * 2026-10-15 JHM   OPERATOR SIGN-ON: THE OPERATOR ID IS CHECKED  *
003724      *                  WITH A PIN AGAINST THE OPERATOR SECURITY FILE *
003736      *                  (OPERREC) BEFORE ANY OTHER FILE IS OPENED,    *
003748      *                  AND ONLY AN ACTIVE SUPERVISOR MAY SIGN ON.    *
003760      *                  THREE FAILED ATTEMPTS END THE TRANSACTION (CC *
003772      *                  8).  EVERY SIGN-ON, FAILED ATTEMPT, AND       *
003784      *                  SIGN-OFF IS WRITTEN TO THE OPERATOR LOG.      *
003800      *----------------------------------------------------------------*
003900
004000       ENVIRONMENT DIVISION.
004100       CONFIGURATION SECTION.
004200       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
004300       OBJECT-COMPUTER. YOUR-MACHINE-TYPE.
004400
004500       INPUT-OUTPUT SECTION.
004600       FILE-CONTROL.
004700           SELECT APPR-IN ASSIGN TO APPRIN
004800               ORGANIZATION IS SEQUENTIAL
004900               FILE STATUS IS WS-APPRIN-STATUS.
005000
005100           SELECT APPR-NEW ASSIGN TO APPRNEW
005200               ORGANIZATION IS SEQUENTIAL
005300               FILE STATUS IS WS-APPRNEW-STATUS.
005400
005500           SELECT MASTER-FILE ASSIGN TO MASTFILE
005600               ORGANIZATION IS INDEXED
005700               ACCESS MODE IS DYNAMIC
005800               RECORD KEY IS MSTR-VAR1
005900               FILE STATUS IS WS-MASTER-STATUS.
006000
006100           SELECT EXCEPT-OUT ASSIGN TO EXCPOUT
006200               ORGANIZATION IS SEQUENTIAL
006300               FILE STATUS IS WS-EXCEPT-STATUS.
006400
006500           SELECT AUDIT-OUT ASSIGN TO AUDTOUT
006600               ORGANIZATION IS SEQUENTIAL
006700               FILE STATUS IS WS-AUDIT-STATUS.
006800
006900           SELECT AUDIT-HIST ASSIGN TO AUDHIST
007000               ORGANIZATION IS INDEXED
007100               ACCESS MODE IS RANDOM
007200               RECORD KEY IS AUDH-KEY
007300               FILE STATUS IS WS-AUDHIST-STATUS.
007400
007500           SELECT AUTH-FILE ASSIGN TO AUTHFILE
007600               ORGANIZATION IS INDEXED
007700               ACCESS MODE IS SEQUENTIAL
007800               RECORD KEY IS AUT-KEY
007900               FILE STATUS IS WS-AUTH-STATUS.
007909
007918           SELECT OPERATOR-FILE ASSIGN TO OPERFILE
007927               ORGANIZATION IS INDEXED
007936               ACCESS MODE IS RANDOM
007945               RECORD KEY IS OPR-OPER-ID
007954               FILE STATUS IS WS-OPERFILE-STATUS.
007963
007972           SELECT OPERATOR-LOG ASSIGN TO OPERLOG
007981               ORGANIZATION IS SEQUENTIAL
007990               FILE STATUS IS WS-OPERLOG-STATUS.
008000
008100       DATA DIVISION.
008200       FILE SECTION.
008300
008400      *----------------------------------------------------------------*
008500      * APPR-IN - THE CUMULATIVE APPROVAL QUEUE OF CHANGES HELD BACK   *
008600      * FOR A SECOND OPERATOR.                                         *
008700      *----------------------------------------------------------------*
008800       FD  APPR-IN
008900           RECORDING MODE IS F.
009000           COPY APPRREC.
009100
009200      *----------------------------------------------------------------*
009300      * APPR-NEW - THE ITEMS LEFT ON THE QUEUE, ROLLED OVER THE        *
009400      * APPROVAL QUEUE BY THE NEXT JOB STEP.                           *
009500      *----------------------------------------------------------------*
009600       FD  APPR-NEW
009700           RECORDING MODE IS F.
009800       01  APPR-NEW-RECORD             PIC X(60).
009900
010000      *----------------------------------------------------------------*
010100      * MASTER-FILE - THE SAME VAR MASTER MAINTAINED BY THE BATCH      *
010200      * UPDATE PROGRAM.                                                *
010300      *----------------------------------------------------------------*
010400       FD  MASTER-FILE.
010500           COPY MSTRREC.
010600
010700      *----------------------------------------------------------------*
010800      * EXCEPT-OUT - THE SAME EXCEPTION FILE WRITTEN BY THE BATCH      *
010900      * UPDATE PROGRAM, SO A REJECTED CHANGE GOES BACK TO ITS SOURCE   *
011000      * THROUGH THE USUAL PICKUP AND RECYCLE.                          *
011100      *----------------------------------------------------------------*
011200       FD  EXCEPT-OUT
011300           RECORDING MODE IS F.
011400           COPY EXCPREC.
011500
011600      *----------------------------------------------------------------*
011700      * AUDIT-OUT - THE SAME AUDIT TRAIL WRITTEN BY THE BATCH UPDATE   *
011800      * PROGRAM, SO APPROVED CHANGES SHOW UP IN ONE HISTORY.           *
011900      *----------------------------------------------------------------*
012000       FD  AUDIT-OUT
012100           RECORDING MODE IS F.
012200           COPY AUDTREC.
012300
012400      *----------------------------------------------------------------*
012500      * AUDIT-HIST - THE KEYED AUDIT HISTORY MASTER, MAINTAINED        *
012600      * ALONGSIDE THE TRAIL.  A FILE THAT CANNOT BE OPENED IS          *
012700      * SKIPPED AND VARAUDL CATCHES THE HISTORY UP FROM THE TRAIL.     *
012800      *----------------------------------------------------------------*
012900       FD  AUDIT-HIST.
013000           COPY AUDHREC.
013100
013200      *----------------------------------------------------------------*
013300      * AUTH-FILE - KEYED AUTHORIZATION FILE OF THE VAR1 RANGES EACH   *
013400      * SOURCE MAY MAINTAIN, SHARED WITH THE BATCH UPDATE AND ONLINE   *
013500      * MAINTENANCE PROGRAMS.  A FILE THAT CANNOT BE OPENED CHECKS     *
013600      * NOTHING.                                                       *
013700      *----------------------------------------------------------------*
013800       FD  AUTH-FILE.
013900           COPY AUTHREC.
013905
013910      *----------------------------------------------------------------*
013915      * OPERATOR-FILE - THE KEYED OPERATOR SECURITY FILE: PIN, ROLE,   *
013920      * AND ACTIVE/REVOKED STATUS PER OPERATOR ID, READ AT SIGN-ON.    *
013925      *----------------------------------------------------------------*
013930       FD  OPERATOR-FILE.
013935           COPY OPERREC.
013940
013945      *----------------------------------------------------------------*
013950      * OPERATOR-LOG - THE DAILY OPERATOR ACTIVITY LOG, EXTENDED WITH  *
013955      * EVERY SIGN-ON, FAILED ATTEMPT, AND SIGN-OFF AND REPORTED BY    *
013960      * VAROPRR.                                                       *
013965      *----------------------------------------------------------------*
013970       FD  OPERATOR-LOG
013975           RECORDING MODE IS F.
013980           COPY OPLGREC.
014000
014100       WORKING-STORAGE SECTION.
014200
014300       77  WS-APPRIN-STATUS            PIC X(02).
014400       77  WS-APPRNEW-STATUS           PIC X(02).
014500       77  WS-MASTER-STATUS            PIC X(02).
014600       77  WS-EXCEPT-STATUS            PIC X(02).
014700       77  WS-AUDIT-STATUS             PIC X(02).
014800       77  WS-AUDHIST-STATUS           PIC X(02).
014900       77  WS-AUDHIST-OPEN-SW          PIC X(01) VALUE 'N'.
015000           88  WS-AUDHIST-OPEN                 VALUE 'Y'.
015100       77  WS-AUTH-STATUS              PIC X(02).
015200       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
015300           88  WS-EOF                          VALUE 'Y'.
015400       77  WS-REPLY                    PIC X(01) VALUE SPACE.
015500       77  WS-OPER-ID                  PIC X(08) VALUE SPACES.
015600       77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
015700       77  WS-RECS-APPROVED            PIC 9(07) COMP VALUE ZERO.
015800       77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
015900       77  WS-RECS-CARRIED             PIC 9(07) COMP VALUE ZERO.
016000       77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
016100       77  WS-AUT-EOF-SW               PIC X(01) VALUE 'N'.
016200           88  WS-AUT-EOF                      VALUE 'Y'.
016300       77  WS-AUT-COUNT                PIC 9(03) COMP VALUE ZERO.
016400       77  WS-AUT-SUB                  PIC 9(03) COMP VALUE ZERO.
016500       77  WS-AUT-MAX                  PIC 9(03) VALUE 100.
016600       77  WS-AUTH-OK-SW               PIC X(01) VALUE 'N'.
016700           88  WS-AUTH-OK                      VALUE 'Y'.
016800       77  WS-AUT-SRC-SW               PIC X(01) VALUE 'N'.
016900           88  WS-AUT-SRC-LISTED               VALUE 'Y'.
017000       77  WS-OPER-SOURCE              PIC X(02) VALUE SPACES.
017006       77  WS-OPERFILE-STATUS          PIC X(02).
017012       77  WS-OPERLOG-STATUS           PIC X(02).
017018       77  WS-OPER-PIN                 PIC X(08) VALUE SPACES.
017024       77  WS-OPER-ROLE                PIC X(01) VALUE SPACE.
017030           88  WS-ROLE-INQUIRY                 VALUE 'I'.
017036           88  WS-ROLE-MAINTAIN                VALUE 'M'.
017042           88  WS-ROLE-PEND-CANCEL             VALUE 'P'.
017048           88  WS-ROLE-SUPERVISOR              VALUE 'S'.
017054       77  WS-SIGNON-SW                PIC X(01) VALUE 'N'.
017060           88  WS-SIGNED-ON                    VALUE 'Y'.
017066       77  WS-SIGNON-TRIES             PIC 9(01) COMP VALUE ZERO.
017072       77  WS-SIGNON-MAX               PIC 9(01) VALUE 3.
017078       77  WS-LOG-EVENT                PIC X(01) VALUE SPACE.
017084       77  WS-LOG-REASON               PIC X(01) VALUE SPACE.
017090       77  WS-LOG-VAR1                 PIC X(10) VALUE SPACES.
017100
017200      *----------------------------------------------------------------*
017300      * AUTHORIZATION RANGES LOADED FROM AUTH-FILE AT START-UP.        *
017400      *----------------------------------------------------------------*
017500       01  WS-AUTH-TABLE.
017600           05  WS-AUT-ENTRY OCCURS 100 TIMES.
017700               10  WS-AUT-SOURCE       PIC X(02).
017800               10  WS-AUT-LOW          PIC X(10).
017900               10  WS-AUT-HIGH         PIC X(10).
018000
018100       01  WS-TIMESTAMP-WORK.
018200           05  WS-CURRENT-DATE         PIC 9(08).
018300           05  WS-CURRENT-TIME         PIC 9(08).
018400
018500       PROCEDURE DIVISION.
018600
018700      *----------------------------------------------------------------*
018800      * 0000-MAINLINE                                                  *
018900      *----------------------------------------------------------------*
019000       0000-MAINLINE.
019100           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200           PERFORM 2000-WORK-ONE-RECORD THRU 2000-EXIT
019300               UNTIL WS-EOF.
019400           PERFORM 9000-TERMINATE THRU 9000-EXIT.
019500           GO TO 9999-EXIT.
019600
019700      *----------------------------------------------------------------*
019800      * 1000-INITIALIZE - SIGN THE CHECKER ON, THEN OPEN FILES.  AN    *
019900      * APPROVAL QUEUE THAT CANNOT BE OPENED (FIRST RUN) IS TREATED AS *
020000      * EMPTY.  NO SIGN-ON, NO TRANSACTION.                            *
020100      *----------------------------------------------------------------*
020200       1000-INITIALIZE.
020300           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020400           ACCEPT WS-CURRENT-TIME FROM TIME.
020500           MOVE WS-CURRENT-TIME TO WS-RUN-ID.
020900           PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
021300           OPEN INPUT APPR-IN.
021400           IF WS-APPRIN-STATUS NOT = '00'
021500               MOVE 'Y' TO WS-EOF-SW
021600           END-IF.
021700           OPEN OUTPUT APPR-NEW.
021800           IF WS-APPRNEW-STATUS NOT = '00'
021900               DISPLAY 'VARAPPR: UNABLE TO OPEN APPR-NEW, STATUS '
022000                   WS-APPRNEW-STATUS
022100               MOVE 16 TO RETURN-CODE
022200               GO TO 9999-EXIT
022300           END-IF.
022400           OPEN I-O MASTER-FILE.
022500           IF WS-MASTER-STATUS NOT = '00'
022600               DISPLAY 'VARAPPR: UNABLE TO OPEN MASTER-FILE, STATUS '
022700                   WS-MASTER-STATUS
022800               MOVE 16 TO RETURN-CODE
022900               GO TO 9999-EXIT
023000           END-IF.
023100           OPEN OUTPUT EXCEPT-OUT.
023200           IF WS-EXCEPT-STATUS NOT = '00'
023300               DISPLAY 'VARAPPR: UNABLE TO OPEN EXCEPT-OUT, STATUS '
023400                   WS-EXCEPT-STATUS
023500               MOVE 16 TO RETURN-CODE
023600               GO TO 9999-EXIT
023700           END-IF.
023800           OPEN EXTEND AUDIT-OUT.
023900           IF WS-AUDIT-STATUS NOT = '00'
024000               DISPLAY 'VARAPPR: UNABLE TO OPEN AUDIT-OUT, STATUS '
024100                   WS-AUDIT-STATUS
024200               MOVE 16 TO RETURN-CODE
024300               GO TO 9999-EXIT
024400           END-IF.
024500           OPEN I-O AUDIT-HIST.
024600           IF WS-AUDHIST-STATUS = '00'
024700               MOVE 'Y' TO WS-AUDHIST-OPEN-SW
024800           ELSE
024900               DISPLAY 'VARAPPR: AUDIT-HIST NOT AVAILABLE, STATUS '
025000                   WS-AUDHIST-STATUS
025100                   ', RUN VARAUDL TO CATCH THE HISTORY UP'
025200           END-IF.
025300           PERFORM 1300-LOAD-AUTH-TABLE THRU 1300-EXIT.
025400           IF WS-AUT-COUNT > ZERO
025500               DISPLAY 'ENTER YOUR SOURCE ID: '
025600               ACCEPT WS-OPER-SOURCE
025700           END-IF.
025800       1000-EXIT.
025900           EXIT.
025901
025902      *----------------------------------------------------------------*
025903      * 1100-SIGN-ON-OPERATOR - SIGN THE CHECKER ON AGAINST THE        *
025904      * OPERATOR SECURITY FILE BEFORE ANY OTHER FILE IS OPENED.  ONLY  *
025905      * AN ACTIVE SUPERVISOR MAY APPROVE OR REJECT A QUEUED CHANGE.    *
025906      * THREE FAILED ATTEMPTS END THE TRANSACTION.  EVERY ATTEMPT IS   *
025907      * LOGGED.                                                        *
025908      *----------------------------------------------------------------*
025909       1100-SIGN-ON-OPERATOR.
025910           OPEN INPUT OPERATOR-FILE.
025911           IF WS-OPERFILE-STATUS NOT = '00'
025912               DISPLAY 'VARAPPR: UNABLE TO OPEN OPERATOR-FILE, STATUS '
025913                   WS-OPERFILE-STATUS
025914               MOVE 16 TO RETURN-CODE
025915               GO TO 9999-EXIT
025916           END-IF.
025917           OPEN EXTEND OPERATOR-LOG.
025918           IF WS-OPERLOG-STATUS NOT = '00'
025919               DISPLAY 'VARAPPR: UNABLE TO OPEN OPERATOR-LOG, STATUS '
025920                   WS-OPERLOG-STATUS
025921               MOVE 16 TO RETURN-CODE
025922               GO TO 9999-EXIT
025923           END-IF.
025924           PERFORM 1120-ATTEMPT-SIGN-ON THRU 1120-EXIT
025925               UNTIL WS-SIGNED-ON
025926               OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX.
025927           CLOSE OPERATOR-FILE.
025928           IF NOT WS-SIGNED-ON
025929               DISPLAY 'VARAPPR: SIGN-ON FAILED, TRANSACTION ENDED.'
025930               CLOSE OPERATOR-LOG
025931               MOVE 8 TO RETURN-CODE
025932               GO TO 9999-EXIT
025933           END-IF.
025934       1100-EXIT.
025935           EXIT.
025936
025937      *----------------------------------------------------------------*
025938      * 1120-ATTEMPT-SIGN-ON - ONE OPERATOR ID AND PIN.  THE ID MUST   *
025939      * BE ON FILE, THE PIN MUST MATCH, THE OPERATOR MUST BE ACTIVE,   *
025940      * AND THE ROLE MUST ALLOW THIS TRANSACTION.  THE SAME MESSAGE    *
025941      * COVERS AN UNKNOWN ID AND A WRONG PIN SO NEITHER GIVES THE      *
025942      * OTHER AWAY.                                                    *
025943      *----------------------------------------------------------------*
025944       1120-ATTEMPT-SIGN-ON.
025945           ADD 1 TO WS-SIGNON-TRIES.
025946           MOVE SPACE TO WS-OPER-ROLE.
025947           DISPLAY 'ENTER YOUR OPERATOR ID: '.
025948           ACCEPT WS-OPER-ID.
025949           DISPLAY 'ENTER YOUR PIN: '.
025950           ACCEPT WS-OPER-PIN.
025951           MOVE WS-OPER-ID TO OPR-OPER-ID.
025952           READ OPERATOR-FILE
025953               INVALID KEY
025954                   MOVE 'U' TO WS-LOG-REASON
025955                   DISPLAY 'INVALID OPERATOR ID OR PIN.'
025956                   PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
025957                   GO TO 1120-EXIT
025958           END-READ.
025959           MOVE OPR-ROLE TO WS-OPER-ROLE.
025960           IF OPR-PIN NOT = WS-OPER-PIN
025961               MOVE 'P' TO WS-LOG-REASON
025962               DISPLAY 'INVALID OPERATOR ID OR PIN.'
025963               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
025964               GO TO 1120-EXIT
025965           END-IF.
025966           IF NOT OPR-ACTIVE
025967               MOVE 'R' TO WS-LOG-REASON
025968               DISPLAY 'OPERATOR ACCESS HAS BEEN REVOKED.'
025969               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
025970               GO TO 1120-EXIT
025971           END-IF.
025972           IF NOT OPR-ROLE-SUPERVISOR
025973               MOVE 'W' TO WS-LOG-REASON
025974               DISPLAY 'OPERATOR ROLE DOES NOT ALLOW THIS TRANSACTION.'
025975               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
025976               GO TO 1120-EXIT
025977           END-IF.
025978           MOVE 'Y'    TO WS-SIGNON-SW.
025979           MOVE 'S'    TO WS-LOG-EVENT.
025980           MOVE SPACE  TO WS-LOG-REASON.
025981           MOVE SPACES TO WS-LOG-VAR1.
025982           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
025983           DISPLAY 'SIGNED ON: ' OPR-NAME.
025984       1120-EXIT.
025985           EXIT.
025986
025987      *----------------------------------------------------------------*
025988      * 1150-REFUSE-SIGN-ON - LOG THE FAILED ATTEMPT.  THE CALLER SETS *
025989      * THE REASON FIRST.                                              *
025990      *----------------------------------------------------------------*
025991       1150-REFUSE-SIGN-ON.
025992           MOVE 'F'    TO WS-LOG-EVENT.
025993           MOVE SPACES TO WS-LOG-VAR1.
025994           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
025995       1150-EXIT.
025996           EXIT.
026000
026100      *----------------------------------------------------------------*
026200      * 1300-LOAD-AUTH-TABLE - LOAD THE SOURCE AUTHORIZATION RANGES.  *
026300      * A FILE THAT CANNOT BE OPENED (SHOP NOT YET CONVERTED) LEAVES  *
026400      * THE TABLE EMPTY AND NOTHING IS CHECKED.                       *
026500      *----------------------------------------------------------------*
026600       1300-LOAD-AUTH-TABLE.
026700           MOVE 'N' TO WS-AUT-EOF-SW.
026800           OPEN INPUT AUTH-FILE.
026900           IF WS-AUTH-STATUS NOT = '00'
027000               GO TO 1300-EXIT
027100           END-IF.
027200           PERFORM 1320-READ-ONE-AUTH THRU 1320-EXIT
027300               UNTIL WS-AUT-EOF.
027400           CLOSE AUTH-FILE.
027500       1300-EXIT.
027600           EXIT.
027700
027800       1320-READ-ONE-AUTH.
027900           READ AUTH-FILE
028000               AT END
028100                   MOVE 'Y' TO WS-AUT-EOF-SW
028200                   GO TO 1320-EXIT
028300           END-READ.
028400           IF WS-AUT-COUNT NOT < WS-AUT-MAX
028500               DISPLAY 'VARAPPR: AUTH TABLE FULL, '
028600                   'REMAINING RANGES IGNORED'
028700               MOVE 'Y' TO WS-AUT-EOF-SW
028800               GO TO 1320-EXIT
028900           END-IF.
029000           ADD 1 TO WS-AUT-COUNT.
029100           MOVE AUT-SOURCE-ID  TO WS-AUT-SOURCE (WS-AUT-COUNT).
029200           MOVE AUT-RANGE-LOW  TO WS-AUT-LOW (WS-AUT-COUNT).
029300           MOVE AUT-RANGE-HIGH TO WS-AUT-HIGH (WS-AUT-COUNT).
029400       1320-EXIT.
029500           EXIT.
029600
029700      *----------------------------------------------------------------*
029800      * 2000-WORK-ONE-RECORD - ONE QUEUED CHANGE: SHOW IT AND APPROVE, *
029900      * REJECT, OR KEEP IT AS THE CHECKER DIRECTS.  AN ITEM THE        *
030000      * CHECKER MADE IS SHOWN BUT CAN ONLY BE KEPT.                    *
030100      *----------------------------------------------------------------*
030200       2000-WORK-ONE-RECORD.
030300           READ APPR-IN
030400               AT END
030500                   MOVE 'Y' TO WS-EOF-SW
030600                   GO TO 2000-EXIT
030700           END-READ.
030800           ADD 1 TO WS-RECS-READ.
030900           DISPLAY 'SOURCE ' APR-SOURCE-ID
031000               ' KEY ' APR-VAR1
031100               ' OLD ' APR-OLD-VAR2
031200               ' NEW ' APR-NEW-VAR2
031300               ' MAKER ' APR-MAKER-ID
031400               ' QUEUED ' APR-QUEUED-DATE.
031500           IF APR-MAKER-ID = WS-OPER-ID
031600               DISPLAY 'YOU MADE THIS CHANGE, ITEM KEPT FOR ANOTHER '
031700                   'OPERATOR.'
031800               PERFORM 2900-CARRY-FORWARD THRU 2900-EXIT
031900               GO TO 2000-EXIT
032000           END-IF.
032100           DISPLAY 'A=APPROVE, R=REJECT, ENTER=KEEP: '.
032200           ACCEPT WS-REPLY.
032300           IF WS-REPLY = 'A' OR WS-REPLY = 'a'
032400               PERFORM 2300-APPROVE-CHANGE THRU 2300-EXIT
032500               GO TO 2000-EXIT
032600           END-IF.
032700           IF WS-REPLY = 'R' OR WS-REPLY = 'r'
032800               PERFORM 2400-REJECT-CHANGE THRU 2400-EXIT
032900               GO TO 2000-EXIT
033000           END-IF.
033100           PERFORM 2900-CARRY-FORWARD THRU 2900-EXIT.
033200       2000-EXIT.
033300           EXIT.
033400
033500      *----------------------------------------------------------------*
033600      * 2150-CHECK-AUTHORITY - THE CHECKER'S SOURCE MUST BE ALLOWED   *
033700      * TO MAINTAIN THE QUEUED KEY, MATCHING THE BATCH UPDATE'S EDIT. *
033800      * AN EMPTY TABLE OR AN UNLISTED SOURCE CHECKS NOTHING.          *
033900      *----------------------------------------------------------------*
034000       2150-CHECK-AUTHORITY.
034100           MOVE 'Y' TO WS-AUTH-OK-SW.
034200           IF WS-AUT-COUNT = ZERO
034300               GO TO 2150-EXIT
034400           END-IF.
034500           MOVE 'N' TO WS-AUTH-OK-SW.
034600           MOVE 'N' TO WS-AUT-SRC-SW.
034700           PERFORM 2160-SCAN-AUTH-ENTRY THRU 2160-EXIT
034800               VARYING WS-AUT-SUB FROM 1 BY 1
034900               UNTIL WS-AUTH-OK OR WS-AUT-SUB > WS-AUT-COUNT.
035000           IF NOT WS-AUTH-OK AND NOT WS-AUT-SRC-LISTED
035100               MOVE 'Y' TO WS-AUTH-OK-SW
035200           END-IF.
035300       2150-EXIT.
035400           EXIT.
035500
035600       2160-SCAN-AUTH-ENTRY.
035700           IF WS-AUT-SOURCE (WS-AUT-SUB) = WS-OPER-SOURCE
035800               MOVE 'Y' TO WS-AUT-SRC-SW
035900               IF APR-VAR1 NOT < WS-AUT-LOW (WS-AUT-SUB)
036000                   AND APR-VAR1 NOT > WS-AUT-HIGH (WS-AUT-SUB)
036100                   MOVE 'Y' TO WS-AUTH-OK-SW
036200               END-IF
036300           END-IF.
036400       2160-EXIT.
036500           EXIT.
036600
036700      *----------------------------------------------------------------*
036800      * 2300-APPROVE-CHANGE - POST THE QUEUED VALUE TO THE MASTER AND  *
036900      * AUDIT IT WITH BOTH OPERATORS.  THE MASTER MUST STILL CARRY THE *
037000      * VALUE THE CHANGE WAS MEASURED AGAINST: A KEY SINCE DELETED,    *
037100      * HELD, OR CHANGED BY ANYTHING ELSE KEEPS THE ITEM ON THE QUEUE  *
037200      * FOR THE CHECKER TO REJECT OR THE MAKER TO RE-ENTER.  AN        *
037300      * UNAUTHORIZED CHECKER KEEPS THE ITEM TOO.                       *
037400      *----------------------------------------------------------------*
037500       2300-APPROVE-CHANGE.
037600           PERFORM 2150-CHECK-AUTHORITY THRU 2150-EXIT.
037700           IF NOT WS-AUTH-OK
037800               DISPLAY 'SOURCE ' WS-OPER-SOURCE
037900                   ' NOT AUTHORIZED FOR THAT KEY, ITEM KEPT.'
038000               PERFORM 2900-CARRY-FORWARD THRU 2900-EXIT
038100               GO TO 2300-EXIT
038200           END-IF.
038300           MOVE APR-VAR1 TO MSTR-VAR1.
038400           READ MASTER-FILE
038500               INVALID KEY
038600                   DISPLAY 'KEY NO LONGER ON MASTER FILE, ITEM KEPT.'
038700                   PERFORM 2900-CARRY-FORWARD THRU 2900-EXIT
038800                   GO TO 2300-EXIT
038900           END-READ.
039000           IF MSTR-HELD
039100               DISPLAY 'KEY IS ON HOLD, ITEM KEPT.'
039200               PERFORM 2900-CARRY-FORWARD THRU 2900-EXIT
039300               GO TO 2300-EXIT
039400           END-IF.
039500           IF MSTR-VAR2 NOT = APR-OLD-VAR2
039600               DISPLAY 'MASTER VALUE HAS CHANGED TO ' MSTR-VAR2
039700                   ' SINCE THIS WAS QUEUED, ITEM KEPT.'
039800               PERFORM 2900-CARRY-FORWARD THRU 2900-EXIT
039900               GO TO 2300-EXIT
040000           END-IF.
040100           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
040200           MOVE APR-NEW-VAR2    TO MSTR-VAR2.
040300           IF NOT MSTR-ACTIVE AND NOT MSTR-HELD
040400               MOVE 'A' TO MSTR-STATUS
040500           END-IF.
040600           MOVE WS-CURRENT-DATE TO MSTR-LAST-CHANGE.
040700           MOVE WS-RUN-ID       TO MSTR-LAST-RUN-ID.
040800           IF APR-FROM-BATCH
040900               MOVE APR-SOURCE-ID TO MSTR-LAST-SOURCE
041000           ELSE
041100               MOVE 'ONLINE'      TO MSTR-LAST-SOURCE
041200           END-IF.
041300           REWRITE MASTER-RECORD.
041400           ADD 1 TO WS-RECS-APPROVED.
041500           PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT.
041600           DISPLAY 'APPROVED AND POSTED.'.
041700       2300-EXIT.
041800           EXIT.
041900
042000      *----------------------------------------------------------------*
042100      * 2400-REJECT-CHANGE - SEND THE QUEUED CHANGE BACK TO ITS SOURCE *
042200      * ON THE EXCEPTION FILE, REASON 08, UNWORKED, FOR THE RECYCLE    *
042300      * TRANSACTION.  THE MASTER IS NOT TOUCHED.  AN UNAUTHORIZED      *
042400      * CHECKER KEEPS THE ITEM INSTEAD.                                *
042500      *----------------------------------------------------------------*
042600       2400-REJECT-CHANGE.
042700           PERFORM 2150-CHECK-AUTHORITY THRU 2150-EXIT.
042800           IF NOT WS-AUTH-OK
042900               DISPLAY 'SOURCE ' WS-OPER-SOURCE
043000                   ' NOT AUTHORIZED FOR THAT KEY, ITEM KEPT.'
043100               PERFORM 2900-CARRY-FORWARD THRU 2900-EXIT
043200               GO TO 2400-EXIT
043300           END-IF.
043400           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
043500           MOVE SPACES            TO EXCEPT-RECORD.
043600           MOVE APR-VAR1          TO EXR-VAR1.
043700           MOVE APR-NEW-VAR2      TO EXR-VAR2-RAW.
043800           MOVE '08'              TO EXR-REASON-CODE.
043900           MOVE 'REJECTED BY APPROVER'
044000                                  TO EXR-REASON-TEXT.
044100           MOVE APR-ACTION-CODE   TO EXR-ACTION-CODE.
044200           MOVE 'N'               TO EXR-WORKED-SW.
044300           MOVE APR-SOURCE-ID     TO EXR-SOURCE-ID.
044400           MOVE WS-CURRENT-DATE   TO EXR-CUT-DATE-NUM.
044500           WRITE EXCEPT-RECORD.
044600           ADD 1 TO WS-RECS-REJECTED.
044700           DISPLAY 'REJECTED, RETURNED TO SOURCE ' APR-SOURCE-ID '.'.
044800       2400-EXIT.
044900           EXIT.
045000
045100      *----------------------------------------------------------------*
045200      * 2500-WRITE-AUDIT-RECORD - LOG THE APPROVED CHANGE ON THE TRAIL *
045300      * AND THE KEYED HISTORY, TIMESTAMPED AT THE MOMENT OF THE WRITE, *
045400      * WITH THE MAKER AND THE APPROVER.                               *
045500      *----------------------------------------------------------------*
045600       2500-WRITE-AUDIT-RECORD.
045700           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
045800           ACCEPT WS-CURRENT-TIME FROM TIME.
045900           MOVE WS-TIMESTAMP-WORK TO AUD-TIMESTAMP.
046000           MOVE WS-RUN-ID         TO AUD-RUN-ID.
046100           MOVE APR-VAR1          TO AUD-VAR1.
046200           MOVE APR-OLD-VAR2      TO AUD-OLD-VAR2.
046300           MOVE APR-NEW-VAR2      TO AUD-NEW-VAR2.
046400           MOVE 'APPROVED'        TO AUD-SOURCE.
046500           MOVE 'C'               TO AUD-ACTION.
046600           MOVE APR-MAKER-ID      TO AUD-OPER-ID.
046700           MOVE WS-OPER-ID        TO AUD-APPR-ID.
046800           WRITE AUDIT-RECORD.
046900           PERFORM 2550-WRITE-AUDIT-HISTORY THRU 2550-EXIT.
047000       2500-EXIT.
047100           EXIT.
047200
047300      *----------------------------------------------------------------*
047400      * 2550-WRITE-AUDIT-HISTORY - THE SAME AUDIT RECORD REKEYED ON    *
047500      * VAR1 PLUS TIMESTAMP AND WRITTEN TO THE KEYED HISTORY MASTER.   *
047600      *----------------------------------------------------------------*
047700       2550-WRITE-AUDIT-HISTORY.
047800           IF NOT WS-AUDHIST-OPEN
047900               GO TO 2550-EXIT
048000           END-IF.
048100           MOVE AUD-VAR1      TO AUDH-VAR1.
048200           MOVE AUD-TIMESTAMP TO AUDH-TIMESTAMP.
048300           MOVE AUD-RUN-ID    TO AUDH-RUN-ID.
048400           MOVE AUD-OLD-VAR2  TO AUDH-OLD-VAR2.
048500           MOVE AUD-NEW-VAR2  TO AUDH-NEW-VAR2.
048600           MOVE AUD-SOURCE    TO AUDH-SOURCE.
048700           MOVE AUD-ACTION    TO AUDH-ACTION.
048800           MOVE AUD-OPER-ID   TO AUDH-OPER-ID.
048900           MOVE AUD-APPR-ID   TO AUDH-APPR-ID.
049000           WRITE AUDIT-HIST-RECORD
049100               INVALID KEY
049200                   CONTINUE
049300           END-WRITE.
049400       2550-EXIT.
049500           EXIT.
049600
049604      *----------------------------------------------------------------*
049608      * 2700-WRITE-OPERATOR-LOG - ONE RECORD ON THE OPERATOR LOG,      *
049612      * TIMESTAMPED AT THE MOMENT OF THE WRITE.  THE CALLER SETS THE   *
049616      * EVENT, REASON, AND KEY FIRST.                                  *
049620      *----------------------------------------------------------------*
049624       2700-WRITE-OPERATOR-LOG.
049628           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
049632           ACCEPT WS-CURRENT-TIME FROM TIME.
049636           MOVE SPACES            TO OPERATOR-LOG-RECORD.
049640           MOVE WS-TIMESTAMP-WORK TO OPL-TIMESTAMP.
049644           MOVE 'VARAPPR'         TO OPL-PROGRAM.
049648           MOVE WS-OPER-ID        TO OPL-OPER-ID.
049652           MOVE WS-LOG-EVENT      TO OPL-EVENT.
049656           MOVE WS-LOG-REASON     TO OPL-REASON.
049660           MOVE WS-OPER-ROLE      TO OPL-ROLE.
049664           MOVE WS-LOG-VAR1       TO OPL-VAR1.
049668           WRITE OPERATOR-LOG-RECORD.
049672       2700-EXIT.
049676           EXIT.
049680
049700      *----------------------------------------------------------------*
049800      * 2900-CARRY-FORWARD - THE QUEUED ITEM SURVIVES THE SESSION.     *
049900      *----------------------------------------------------------------*
050000       2900-CARRY-FORWARD.
050100           WRITE APPR-NEW-RECORD FROM APPROVAL-RECORD.
050200           ADD 1 TO WS-RECS-CARRIED.
050300       2900-EXIT.
050400           EXIT.
050500
050600      *----------------------------------------------------------------*
050700      * 9000-TERMINATE - CLOSE FILES, SHOW AND FOOT THE COUNTS.        *
050800      *----------------------------------------------------------------*
050900       9000-TERMINATE.
051000           IF NOT WS-APPRIN-STATUS = '35'
051100               CLOSE APPR-IN
051200           END-IF.
051300           CLOSE APPR-NEW.
051400           CLOSE MASTER-FILE.
051500           CLOSE EXCEPT-OUT.
051600           CLOSE AUDIT-OUT.
051700           IF WS-AUDHIST-OPEN
051800               CLOSE AUDIT-HIST
051900           END-IF.
051916           MOVE 'X'    TO WS-LOG-EVENT.
051932           MOVE SPACE  TO WS-LOG-REASON.
051948           MOVE SPACES TO WS-LOG-VAR1.
051964           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
051980           CLOSE OPERATOR-LOG.
052000           DISPLAY 'QUEUED ITEMS READ....: ' WS-RECS-READ.
052100           DISPLAY 'ITEMS APPROVED.......: ' WS-RECS-APPROVED.
052200           DISPLAY 'ITEMS REJECTED.......: ' WS-RECS-REJECTED.
052300           DISPLAY 'ITEMS CARRIED........: ' WS-RECS-CARRIED.
052400           IF WS-RECS-CARRIED + WS-RECS-APPROVED + WS-RECS-REJECTED
052500               NOT = WS-RECS-READ
052600               DISPLAY 'VARAPPR: COUNTS DO NOT FOOT'
052700               MOVE 8 TO RETURN-CODE
052800           END-IF.
052900       9000-EXIT.
053000           EXIT.
053100
053200      *----------------------------------------------------------------*
053300      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
053400      *----------------------------------------------------------------*
053500       9999-EXIT.
053600           STOP RUN.
