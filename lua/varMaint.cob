002488      *                  WRITTEN TO THE KEYED AUDIT HISTORY MASTER;   *
002490      *                  A HISTORY THAT CANNOT BE OPENED IS SKIPPED   *
002492      *                  AND VARAUDL CATCHES IT UP FROM THE TRAIL.    *
002493      * 2026-10-15 JHM   DUAL-CONTROL APPROVAL: THE OPERATOR ENTERS AN *
002494      *                  OPERATOR ID AT SIGN-ON.  A CORRECTION THAT    *
002495      *                  SWINGS MSTR-VAR2 PAST THE SOURCE'S LIMIT ON   *
002496      *                  THE THRSCTL CARDS IS NOT APPLIED; IT IS       *
002497      *                  WRITTEN TO THE APPROVAL QUEUE FOR A SECOND    *
002498      *                  OPERATOR TO WORK THROUGH VARAPPR.  THE        *
002499      *                  OPERATOR ID IS STAMPED ON THE AUDIT RECORD.   *
002509      * 2026-10-15 JHM   OPERATOR SIGN-ON: THE OPERATOR ID IS CHECKED  *
002519      *                  WITH A PIN AGAINST THE OPERATOR SECURITY FILE *
002529      *                  (OPERREC) BEFORE ANY OTHER FILE IS OPENED,    *
002539      *                  AND ONLY AN ACTIVE MAINTAIN OR SUPERVISOR     *
002549      *                  OPERATOR MAY SIGN ON.  THREE FAILED ATTEMPTS  *
002559      *                  END THE TRANSACTION.  EVERY SIGN-ON, FAILED   *
002569      *                  ATTEMPT, AND SIGN-OFF IS WRITTEN TO THE       *
002579      *                  OPERATOR LOG.                                 *
002581      * 2026-10-15 JHM   A CORRECTION TO A KEY ON HOLD IS REFUSED;     *
002583      *                  THE HOLD MUST BE RELEASED FIRST.              *
002589      *----------------------------------------------------------------*
002600
002700       ENVIRONMENT DIVISION.
002800       CONFIGURATION SECTION.
004240               ACCESS MODE IS SEQUENTIAL
004250               RECORD KEY IS AUT-KEY
004260               FILE STATUS IS WS-AUTH-STATUS.
004264
004268           SELECT THRESHOLD-CTL ASSIGN TO THRSCTL
004272               ORGANIZATION IS SEQUENTIAL
004276               FILE STATUS IS WS-THRSCTL-STATUS.
004280
004284           SELECT APPROVAL-OUT ASSIGN TO APPRQUE
004288               ORGANIZATION IS SEQUENTIAL
004292               FILE STATUS IS WS-APPROVAL-STATUS.
004301
004310           SELECT OPERATOR-FILE ASSIGN TO OPERFILE
004319               ORGANIZATION IS INDEXED
004328               ACCESS MODE IS RANDOM
004337               RECORD KEY IS OPR-OPER-ID
004346               FILE STATUS IS WS-OPERFILE-STATUS.
004355
004364           SELECT OPERATOR-LOG ASSIGN TO OPERLOG
004373               ORGANIZATION IS SEQUENTIAL
004382               FILE STATUS IS WS-OPERLOG-STATUS.
004391
004400       DATA DIVISION.
004500       FILE SECTION.
004600
006070      *----------------------------------------------------------------*
006080       FD  AUTH-FILE.
006090           COPY AUTHREC.
006095
006100      *----------------------------------------------------------------*
006105      * THRESHOLD-CTL - THE VAR2 CHANGE THRESHOLD CARDS SHARED WITH    *
006110      * THE BATCH UPDATE PROGRAM.  A FILE THAT CANNOT BE OPENED        *
006115      * LIMITS NOTHING.                                                *
006120      *----------------------------------------------------------------*
006125       FD  THRESHOLD-CTL
006130           RECORDING MODE IS F.
006135           COPY THRSREC.
006140
006145      *----------------------------------------------------------------*
006150      * APPROVAL-OUT - THE DUAL-CONTROL APPROVAL QUEUE.  A CORRECTION  *
006155      * OVER ITS THRESHOLD IS ADDED TO THE END FOR VARAPPR TO WORK.    *
006160      *----------------------------------------------------------------*
006165       FD  APPROVAL-OUT
006170           RECORDING MODE IS F.
006175           COPY APPRREC.
006176
006177      *----------------------------------------------------------------*
006178      * OPERATOR-FILE - THE KEYED OPERATOR SECURITY FILE: PIN, ROLE,   *
006179      * AND ACTIVE/REVOKED STATUS PER OPERATOR ID, READ AT SIGN-ON.    *
006180      *----------------------------------------------------------------*
006181       FD  OPERATOR-FILE.
006182           COPY OPERREC.
006183
006184      *----------------------------------------------------------------*
006185      * OPERATOR-LOG - THE DAILY OPERATOR ACTIVITY LOG, EXTENDED WITH  *
006186      * EVERY SIGN-ON, FAILED ATTEMPT, AND SIGN-OFF AND REPORTED BY    *
006187      * VAROPRR.                                                       *
006188      *----------------------------------------------------------------*
006189       FD  OPERATOR-LOG
006190           RECORDING MODE IS F.
006191           COPY OPLGREC.
006192
006200       WORKING-STORAGE SECTION.
006300
006400       77  WS-MASTER-STATUS            PIC X(02).
007726       77  WS-AUT-SRC-SW               PIC X(01) VALUE 'N'.
007728           88  WS-AUT-SRC-LISTED               VALUE 'Y'.
007730       77  WS-OPER-SOURCE              PIC X(02) VALUE SPACES.
007732       77  WS-OPER-ID                  PIC X(08) VALUE SPACES.
007733       77  WS-OPERFILE-STATUS          PIC X(02).
007734       77  WS-OPERLOG-STATUS           PIC X(02).
007735       77  WS-OPER-PIN                 PIC X(08) VALUE SPACES.
007736       77  WS-OPER-ROLE                PIC X(01) VALUE SPACE.
007737           88  WS-ROLE-INQUIRY                 VALUE 'I'.
007738           88  WS-ROLE-MAINTAIN                VALUE 'M'.
007739           88  WS-ROLE-PEND-CANCEL             VALUE 'P'.
007740           88  WS-ROLE-SUPERVISOR              VALUE 'S'.
007741       77  WS-SIGNON-SW                PIC X(01) VALUE 'N'.
007742           88  WS-SIGNED-ON                    VALUE 'Y'.
007743       77  WS-SIGNON-TRIES             PIC 9(01) COMP VALUE ZERO.
007744       77  WS-SIGNON-MAX               PIC 9(01) VALUE 3.
007745       77  WS-LOG-EVENT                PIC X(01) VALUE SPACE.
007746       77  WS-LOG-REASON               PIC X(01) VALUE SPACE.
007747       77  WS-LOG-VAR1                 PIC X(10) VALUE SPACES.
007748       77  WS-THRSCTL-STATUS           PIC X(02).
007749       77  WS-APPROVAL-STATUS          PIC X(02).
007750       77  WS-THR-EOF-SW               PIC X(01) VALUE 'N'.
007751           88  WS-THR-EOF                      VALUE 'Y'.
007752       77  WS-THR-COUNT                PIC 9(02) COMP VALUE ZERO.
007753       77  WS-THR-SUB                  PIC 9(02) COMP VALUE ZERO.
007754       77  WS-THR-MAX                  PIC 9(02) VALUE 50.
007755       77  WS-THR-KEY                  PIC X(02) VALUE SPACES.
007756       77  WS-THR-FOUND-SW             PIC X(01) VALUE 'N'.
007757           88  WS-THR-FOUND                    VALUE 'Y'.
007758       77  WS-THR-OVER-SW              PIC X(01) VALUE 'N'.
007759           88  WS-THR-OVER                     VALUE 'Y'.
007760       77  WS-THR-LIMIT-ABS            PIC 9(05) VALUE ZERO.
007761       77  WS-THR-LIMIT-PCT            PIC 9(03) VALUE ZERO.
007762       77  WS-THR-LIMIT-TYPE           PIC X(01) VALUE SPACE.
007763       77  WS-THR-SWING                PIC 9(05) COMP VALUE ZERO.
007764       77  WS-THR-SWING-PCT            PIC 9(09) COMP VALUE ZERO.
007765       77  WS-THR-PCT-LIMIT            PIC 9(09) COMP VALUE ZERO.
007766
007767      *----------------------------------------------------------------*
007768      * VAR2 CHANGE THRESHOLDS LOADED FROM THRESHOLD-CTL AT START-UP.  *
007769      *----------------------------------------------------------------*
007770       01  WS-THR-TABLE.
007771           05  WS-THR-ENTRY OCCURS 50 TIMES.
007772               10  WS-THR-SOURCE       PIC X(02).
007773               10  WS-THR-ABS          PIC 9(05).
007774               10  WS-THR-PCT          PIC 9(03).
007775
007776      *----------------------------------------------------------------*
007777      * AUTHORIZATION RANGES LOADED FROM AUTH-FILE AT START-UP.        *
007778      *----------------------------------------------------------------*
007779       01  WS-AUTH-TABLE.
007780           05  WS-AUT-ENTRY OCCURS 100 TIMES.
007781               10  WS-AUT-SOURCE       PIC X(02).
007782               10  WS-AUT-LOW          PIC X(10).
007783               10  WS-AUT-HIGH         PIC X(10).
007800
007900       01  WS-TIMESTAMP-WORK.
008000           05  WS-CURRENT-DATE         PIC 9(08).
009300           GO TO 9999-EXIT.
009400
009500      *----------------------------------------------------------------*
009550      * 1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE MASTER   *
009600      * FILE, AUDIT TRAIL AND APPROVAL QUEUE AND LOAD THE CONTROL      *
009650      * TABLES.                                                        *
009700      *----------------------------------------------------------------*
009800       1000-INITIALIZE.
009900           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010000           ACCEPT WS-CURRENT-TIME FROM TIME.
010100           MOVE WS-CURRENT-TIME TO WS-RUN-ID.
010150           PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
010200           OPEN I-O MASTER-FILE.
010900           IF WS-MASTER-STATUS NOT = '00'
011000               DISPLAY 'VARMAINT: UNABLE TO OPEN MASTER-FILE, STATUS '
012107                   WS-AUDHIST-STATUS
012108                   ', RUN VARAUDL TO CATCH THE HISTORY UP'
012109           END-IF.
012110           OPEN EXTEND APPROVAL-OUT.
012111           IF WS-APPROVAL-STATUS NOT = '00'
012112               DISPLAY 'VARMAINT: UNABLE TO OPEN APPROVAL-OUT, STATUS '
012113                   WS-APPROVAL-STATUS
012114               MOVE 16 TO RETURN-CODE
012115               GO TO 9999-EXIT
012116           END-IF.
012117           PERFORM 1300-LOAD-AUTH-TABLE THRU 1300-EXIT.
012118           PERFORM 1400-LOAD-THRESHOLD-TABLE THRU 1400-EXIT.
012127           IF WS-AUT-COUNT > ZERO
012130               DISPLAY 'ENTER YOUR SOURCE ID: '
012140               ACCEPT WS-OPER-SOURCE
012150           END-IF.
012200       1000-EXIT.
012300           EXIT.
012310
012311      *----------------------------------------------------------------*
012312      * 1100-SIGN-ON-OPERATOR - SIGN THE OPERATOR ON AGAINST THE       *
012313      * OPERATOR SECURITY FILE BEFORE ANY OTHER FILE IS OPENED.  ONLY  *
012314      * AN ACTIVE MAINTAIN OR SUPERVISOR OPERATOR MAY CORRECT THE      *
012315      * MASTER.  THREE FAILED ATTEMPTS END THE TRANSACTION.  EVERY     *
012316      * ATTEMPT IS LOGGED.                                             *
012317      *----------------------------------------------------------------*
012318       1100-SIGN-ON-OPERATOR.
012319           OPEN INPUT OPERATOR-FILE.
012320           IF WS-OPERFILE-STATUS NOT = '00'
012321               DISPLAY 'VARMAINT: UNABLE TO OPEN OPERATOR-FILE, STATUS '
012322                   WS-OPERFILE-STATUS
012323               MOVE 16 TO RETURN-CODE
012324               GO TO 9999-EXIT
012325           END-IF.
012326           OPEN EXTEND OPERATOR-LOG.
012327           IF WS-OPERLOG-STATUS NOT = '00'
012328               DISPLAY 'VARMAINT: UNABLE TO OPEN OPERATOR-LOG, STATUS '
012329                   WS-OPERLOG-STATUS
012330               MOVE 16 TO RETURN-CODE
012331               GO TO 9999-EXIT
012332           END-IF.
012333           PERFORM 1120-ATTEMPT-SIGN-ON THRU 1120-EXIT
012334               UNTIL WS-SIGNED-ON
012335               OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX.
012336           CLOSE OPERATOR-FILE.
012337           IF NOT WS-SIGNED-ON
012338               DISPLAY 'VARMAINT: SIGN-ON FAILED, TRANSACTION ENDED.'
012339               CLOSE OPERATOR-LOG
012340               MOVE 8 TO RETURN-CODE
012341               GO TO 9999-EXIT
012342           END-IF.
012343       1100-EXIT.
012344           EXIT.
012345
012346      *----------------------------------------------------------------*
012347      * 1120-ATTEMPT-SIGN-ON - ONE OPERATOR ID AND PIN.  THE ID MUST   *
012348      * BE ON FILE, THE PIN MUST MATCH, THE OPERATOR MUST BE ACTIVE,   *
012349      * AND THE ROLE MUST ALLOW THIS TRANSACTION.  THE SAME MESSAGE    *
012350      * COVERS AN UNKNOWN ID AND A WRONG PIN SO NEITHER GIVES THE      *
012351      * OTHER AWAY.                                                    *
012352      *----------------------------------------------------------------*
012353       1120-ATTEMPT-SIGN-ON.
012354           ADD 1 TO WS-SIGNON-TRIES.
012355           MOVE SPACE TO WS-OPER-ROLE.
012356           DISPLAY 'ENTER YOUR OPERATOR ID: '.
012357           ACCEPT WS-OPER-ID.
012358           DISPLAY 'ENTER YOUR PIN: '.
012359           ACCEPT WS-OPER-PIN.
012360           MOVE WS-OPER-ID TO OPR-OPER-ID.
012361           READ OPERATOR-FILE
012362               INVALID KEY
012363                   MOVE 'U' TO WS-LOG-REASON
012364                   DISPLAY 'INVALID OPERATOR ID OR PIN.'
012365                   PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
012366                   GO TO 1120-EXIT
012367           END-READ.
012368           MOVE OPR-ROLE TO WS-OPER-ROLE.
012369           IF OPR-PIN NOT = WS-OPER-PIN
012370               MOVE 'P' TO WS-LOG-REASON
012371               DISPLAY 'INVALID OPERATOR ID OR PIN.'
012372               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
012373               GO TO 1120-EXIT
012374           END-IF.
012375           IF NOT OPR-ACTIVE
012376               MOVE 'R' TO WS-LOG-REASON
012377               DISPLAY 'OPERATOR ACCESS HAS BEEN REVOKED.'
012378               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
012379               GO TO 1120-EXIT
012380           END-IF.
012381           IF NOT OPR-ROLE-MAINTAIN
012382               AND NOT OPR-ROLE-SUPERVISOR
012383               MOVE 'W' TO WS-LOG-REASON
012384               DISPLAY 'OPERATOR ROLE DOES NOT ALLOW THIS TRANSACTION.'
012385               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
012386               GO TO 1120-EXIT
012387           END-IF.
012388           MOVE 'Y'    TO WS-SIGNON-SW.
012389           MOVE 'S'    TO WS-LOG-EVENT.
012390           MOVE SPACE  TO WS-LOG-REASON.
012391           MOVE SPACES TO WS-LOG-VAR1.
012392           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
012393           DISPLAY 'SIGNED ON: ' OPR-NAME.
012394       1120-EXIT.
012395           EXIT.
012396
012397      *----------------------------------------------------------------*
012398      * 1150-REFUSE-SIGN-ON - LOG THE FAILED ATTEMPT.  THE CALLER SETS *
012399      * THE REASON FIRST.                                              *
012400      *----------------------------------------------------------------*
012401       1150-REFUSE-SIGN-ON.
012402           MOVE 'F'    TO WS-LOG-EVENT.
012403           MOVE SPACES TO WS-LOG-VAR1.
012404           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
012405       1150-EXIT.
012406           EXIT.
012407
012408      *----------------------------------------------------------------*
012409      * 1300-LOAD-AUTH-TABLE - LOAD THE SOURCE AUTHORIZATION RANGES.  *
012410      * A FILE THAT CANNOT BE OPENED (SHOP NOT YET CONVERTED) LEAVES  *
012411      * THE TABLE EMPTY AND NOTHING IS CHECKED.                       *
012412      *----------------------------------------------------------------*
012413       1300-LOAD-AUTH-TABLE.
012414           MOVE 'N' TO WS-AUT-EOF-SW.
012415           OPEN INPUT AUTH-FILE.
012416           IF WS-AUTH-STATUS NOT = '00'
012417               GO TO 1300-EXIT
012418           END-IF.
012419           PERFORM 1320-READ-ONE-AUTH THRU 1320-EXIT
012420               UNTIL WS-AUT-EOF.
012421           CLOSE AUTH-FILE.
012422       1300-EXIT.
012423           EXIT.
012424
012425       1320-READ-ONE-AUTH.
012426           READ AUTH-FILE
012427               AT END
012428                   MOVE 'Y' TO WS-AUT-EOF-SW
012429                   GO TO 1320-EXIT
012430           END-READ.
012431           IF WS-AUT-COUNT NOT < WS-AUT-MAX
012432               DISPLAY 'VARMAINT: AUTH TABLE FULL, '
012433                   'REMAINING RANGES IGNORED'
012434               MOVE 'Y' TO WS-AUT-EOF-SW
012435               GO TO 1320-EXIT
012436           END-IF.
012437           ADD 1 TO WS-AUT-COUNT.
012438           MOVE AUT-SOURCE-ID  TO WS-AUT-SOURCE (WS-AUT-COUNT).
012439           MOVE AUT-RANGE-LOW  TO WS-AUT-LOW (WS-AUT-COUNT).
012440           MOVE AUT-RANGE-HIGH TO WS-AUT-HIGH (WS-AUT-COUNT).
012441       1320-EXIT.
012442           EXIT.
012443
012444      *----------------------------------------------------------------*
012445      * 1400-LOAD-THRESHOLD-TABLE - LOAD THE VAR2 CHANGE THRESHOLDS.   *
012446      * A FILE THAT CANNOT BE OPENED LEAVES THE TABLE EMPTY AND NO     *
012447      * CORRECTION IS HELD BACK FOR APPROVAL.                          *
012448      *----------------------------------------------------------------*
012449       1400-LOAD-THRESHOLD-TABLE.
012450           MOVE 'N' TO WS-THR-EOF-SW.
012451           OPEN INPUT THRESHOLD-CTL.
012452           IF WS-THRSCTL-STATUS NOT = '00'
012453               GO TO 1400-EXIT
012454           END-IF.
012455           PERFORM 1420-READ-ONE-THRESHOLD THRU 1420-EXIT
012456               UNTIL WS-THR-EOF.
012457           CLOSE THRESHOLD-CTL.
012458       1400-EXIT.
012459           EXIT.
012460
012461       1420-READ-ONE-THRESHOLD.
012462           READ THRESHOLD-CTL
012463               AT END
012464                   MOVE 'Y' TO WS-THR-EOF-SW
012465                   GO TO 1420-EXIT
012466           END-READ.
012467           IF THRESHOLD-RECORD = SPACES
012468               OR THR-SOURCE-ID (1:1) = '*' AND THR-SOURCE-ID NOT = '**'
012469               GO TO 1420-EXIT
012470           END-IF.
012471           IF WS-THR-COUNT NOT < WS-THR-MAX
012472               DISPLAY 'VARMAINT: THRESHOLD TABLE FULL, '
012473                   'REMAINING CARDS IGNORED'
012474               MOVE 'Y' TO WS-THR-EOF-SW
012475               GO TO 1420-EXIT
012476           END-IF.
012477           ADD 1 TO WS-THR-COUNT.
012478           MOVE THR-SOURCE-ID TO WS-THR-SOURCE (WS-THR-COUNT).
012479           IF THR-MAX-ABS NUMERIC
012480               MOVE THR-MAX-ABS TO WS-THR-ABS (WS-THR-COUNT)
012481           ELSE
012482               MOVE ZERO TO WS-THR-ABS (WS-THR-COUNT)
012483           END-IF.
012484           IF THR-MAX-PCT NUMERIC
012485               MOVE THR-MAX-PCT TO WS-THR-PCT (WS-THR-COUNT)
012486           ELSE
012487               MOVE ZERO TO WS-THR-PCT (WS-THR-COUNT)
012488           END-IF.
012489       1420-EXIT.
012490           EXIT.
012491
012500      *----------------------------------------------------------------*
012600      * 2000-MAINTENANCE-LOOP - ONE LOOKUP/CORRECT CYCLE.  A BLANK KEY *
012700      * ENDS THE TRANSACTION.                                          *
013660                   GO TO 2000-EXIT
013670               END-IF
013680           END-IF.
013682           IF WS-FOUND AND MSTR-HELD
013684               DISPLAY 'KEY IS HELD, CORRECTION REFUSED.'
013686               GO TO 2000-EXIT
013688           END-IF.
013700           IF WS-FOUND
013800               PERFORM 2200-ACCEPT-NEW-VAR2 THRU 2200-EXIT
013900               IF WS-VALID
013914                   PERFORM 2250-CHECK-THRESHOLD THRU 2250-EXIT
013928                   IF WS-THR-OVER
013942                       PERFORM 2400-QUEUE-FOR-APPROVAL THRU 2400-EXIT
013956                       DISPLAY 'CHANGE OVER THRESHOLD, QUEUED FOR '
013970                           'APPROVAL.'
013984                   ELSE
014000                       PERFORM 2300-UPDATE-MASTER-RECORD THRU 2300-EXIT
014100                       PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
014200                       DISPLAY 'RECORD UPDATED.'
014250                   END-IF
014300               ELSE
014400                   DISPLAY 'ENTRY REJECTED, WS-VAR2 NOT NUMERIC.'
014500               END-IF
017900           END-IF.
018000       2200-EXIT.
018100           EXIT.
018101
018102      *----------------------------------------------------------------*
018103      * 2250-CHECK-THRESHOLD - MEASURE THE SWING OF THE CORRECTION     *
018104      * AGAINST THE CURRENT MSTR-VAR2 AND SET WS-THR-OVER WHEN IT      *
018105      * PASSES THE OPERATOR'S SOURCE'S ABSOLUTE OR PERCENTAGE LIMIT,   *
018106      * THE SAME TEST THE BATCH UPDATE APPLIES.  THE SOURCE'S OWN      *
018107      * CARD WINS OVER THE ** CARD; WITH NEITHER NOTHING IS LIMITED.   *
018108      *----------------------------------------------------------------*
018109       2250-CHECK-THRESHOLD.
018110           MOVE 'N' TO WS-THR-OVER-SW.
018111           MOVE 'N' TO WS-THR-FOUND-SW.
018112           MOVE WS-OPER-SOURCE TO WS-THR-KEY.
018113           PERFORM 2260-SCAN-THRESHOLD THRU 2260-EXIT
018114               VARYING WS-THR-SUB FROM 1 BY 1
018115               UNTIL WS-THR-FOUND OR WS-THR-SUB > WS-THR-COUNT.
018116           IF NOT WS-THR-FOUND
018117               MOVE '**' TO WS-THR-KEY
018118               PERFORM 2260-SCAN-THRESHOLD THRU 2260-EXIT
018119                   VARYING WS-THR-SUB FROM 1 BY 1
018120                   UNTIL WS-THR-FOUND OR WS-THR-SUB > WS-THR-COUNT
018121           END-IF.
018122           IF NOT WS-THR-FOUND
018123               GO TO 2250-EXIT
018124           END-IF.
018125           IF MSTR-VAR2 > WS-NEW-VAR2-NUM
018126               COMPUTE WS-THR-SWING = MSTR-VAR2 - WS-NEW-VAR2-NUM
018127           ELSE
018128               COMPUTE WS-THR-SWING = WS-NEW-VAR2-NUM - MSTR-VAR2
018129           END-IF.
018130           IF WS-THR-LIMIT-ABS > ZERO
018131               AND WS-THR-SWING > WS-THR-LIMIT-ABS
018132               MOVE 'Y' TO WS-THR-OVER-SW
018133               MOVE 'A' TO WS-THR-LIMIT-TYPE
018134               GO TO 2250-EXIT
018135           END-IF.
018136           IF WS-THR-LIMIT-PCT = ZERO OR WS-THR-SWING = ZERO
018137               GO TO 2250-EXIT
018138           END-IF.
018139           COMPUTE WS-THR-SWING-PCT = WS-THR-SWING * 100.
018140           COMPUTE WS-THR-PCT-LIMIT = MSTR-VAR2 * WS-THR-LIMIT-PCT.
018141           IF WS-THR-SWING-PCT > WS-THR-PCT-LIMIT
018142               MOVE 'Y' TO WS-THR-OVER-SW
018143               MOVE 'P' TO WS-THR-LIMIT-TYPE
018144           END-IF.
018145       2250-EXIT.
018146           EXIT.
018147
018148       2260-SCAN-THRESHOLD.
018149           IF WS-THR-SOURCE (WS-THR-SUB) = WS-THR-KEY
018150               MOVE WS-THR-ABS (WS-THR-SUB) TO WS-THR-LIMIT-ABS
018151               MOVE WS-THR-PCT (WS-THR-SUB) TO WS-THR-LIMIT-PCT
018152               MOVE 'Y' TO WS-THR-FOUND-SW
018153           END-IF.
018154       2260-EXIT.
018155           EXIT.
018200
018300      *----------------------------------------------------------------*
018400      * 2300-UPDATE-MASTER-RECORD - REWRITE THE MASTER RECORD WITH THE *
019100           REWRITE MASTER-RECORD.
019200       2300-EXIT.
019300           EXIT.
019304
019308      *----------------------------------------------------------------*
019312      * 2400-QUEUE-FOR-APPROVAL - THE CORRECTION IS OVER ITS           *
019316      * THRESHOLD: ADD IT TO THE APPROVAL QUEUE WITH THE MASTER VALUE  *
019320      * IT WAS MEASURED AGAINST, THIS OPERATOR AS THE MAKER.  THE      *
019324      * MASTER IS NOT TOUCHED UNTIL A SECOND OPERATOR APPROVES IT.     *
019328      *----------------------------------------------------------------*
019332       2400-QUEUE-FOR-APPROVAL.
019336           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019340           MOVE SPACES            TO APPROVAL-RECORD.
019344           MOVE WS-VAR1-KEY       TO APR-VAR1.
019348           MOVE MSTR-VAR2         TO APR-OLD-VAR2.
019352           MOVE WS-NEW-VAR2-NUM   TO APR-NEW-VAR2.
019356           MOVE 'C'               TO APR-ACTION-CODE.
019360           MOVE WS-OPER-SOURCE    TO APR-SOURCE-ID.
019364           MOVE 'O'               TO APR-ORIGIN.
019368           MOVE WS-OPER-ID        TO APR-MAKER-ID.
019372           MOVE WS-CURRENT-DATE   TO APR-QUEUED-DATE.
019376           MOVE WS-RUN-ID         TO APR-RUN-ID.
019380           MOVE WS-THR-LIMIT-TYPE TO APR-LIMIT-TYPE.
019384           WRITE APPROVAL-RECORD.
019388       2400-EXIT.
019392           EXIT.
019400
019500      *----------------------------------------------------------------*
019600      * 2500-WRITE-AUDIT-RECORD - LOG THE OLD AND NEW WS-VAR2 FOR THIS *
020400           MOVE WS-NEW-VAR2-NUM   TO AUD-NEW-VAR2.
020500           MOVE 'ONLINE'          TO AUD-SOURCE.
020510           MOVE 'C'               TO AUD-ACTION.
020540           MOVE WS-OPER-ID        TO AUD-OPER-ID.
020570           MOVE SPACES            TO AUD-APPR-ID.
020600           WRITE AUDIT-RECORD.
020610           PERFORM 2550-WRITE-AUDIT-HISTORY THRU 2550-EXIT.
020700       2500-EXIT.
020836           MOVE AUD-NEW-VAR2  TO AUDH-NEW-VAR2.
020838           MOVE AUD-SOURCE    TO AUDH-SOURCE.
020840           MOVE AUD-ACTION    TO AUDH-ACTION.
020841           MOVE AUD-OPER-ID   TO AUDH-OPER-ID.
020842           MOVE AUD-APPR-ID   TO AUDH-APPR-ID.
020843           WRITE AUDIT-HIST-RECORD
020844               INVALID KEY
020846                   CONTINUE
020848           END-WRITE.
020850       2550-EXIT.
020852           EXIT.
020900
020904      *----------------------------------------------------------------*
020908      * 2700-WRITE-OPERATOR-LOG - ONE RECORD ON THE OPERATOR LOG,      *
020912      * TIMESTAMPED AT THE MOMENT OF THE WRITE.  THE CALLER SETS THE   *
020916      * EVENT, REASON, AND KEY FIRST.                                  *
020920      *----------------------------------------------------------------*
020924       2700-WRITE-OPERATOR-LOG.
020928           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020932           ACCEPT WS-CURRENT-TIME FROM TIME.
020936           MOVE SPACES            TO OPERATOR-LOG-RECORD.
020940           MOVE WS-TIMESTAMP-WORK TO OPL-TIMESTAMP.
020944           MOVE 'VARMAINT'        TO OPL-PROGRAM.
020948           MOVE WS-OPER-ID        TO OPL-OPER-ID.
020952           MOVE WS-LOG-EVENT      TO OPL-EVENT.
020956           MOVE WS-LOG-REASON     TO OPL-REASON.
020960           MOVE WS-OPER-ROLE      TO OPL-ROLE.
020964           MOVE WS-LOG-VAR1       TO OPL-VAR1.
020968           WRITE OPERATOR-LOG-RECORD.
020972       2700-EXIT.
020976           EXIT.
020980
021000      *----------------------------------------------------------------*
021100      * 9000-TERMINATE - CLOSE FILES.                                  *
021200      *----------------------------------------------------------------*
021510           IF WS-AUDHIST-OPEN
021520               CLOSE AUDIT-HIST
021530           END-IF.
021565           CLOSE APPROVAL-OUT.
021570           MOVE 'X'    TO WS-LOG-EVENT.
021575           MOVE SPACE  TO WS-LOG-REASON.
021580           MOVE SPACES TO WS-LOG-VAR1.
021585           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
021590           CLOSE OPERATOR-LOG.
021600       9000-EXIT.
021700           EXIT.
021800
