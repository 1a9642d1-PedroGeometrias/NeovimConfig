002470      *                  THE NIGHTLY DRIVER (VARRSTQ) WORKS OFF       *
002472      *                  AHEAD OF THE DAILY RUN, CLOSING THE ROUND    *
002474      *                  TRIP WITHOUT A PHONE CALL TO OPERATIONS.     *
002476      * 2026-10-15 JHM   OPERATOR SIGN-ON: ANY ACTIVE OPERATOR ON THE  *
002478      *                  OPERATOR SECURITY FILE (OPERREC) MAY INQUIRE, *
002480      *                  SIGNING ON WITH OPERATOR ID AND PIN BEFORE    *
002482      *                  THE MASTER IS OPENED; THREE FAILED ATTEMPTS   *
002484      *                  END THE TRANSACTION.  ONLY A MAINTAIN OR      *
002486      *                  SUPERVISOR OPERATOR MAY QUEUE A RESTORE.      *
002488      *                  EVERY SIGN-ON, FAILED ATTEMPT, INQUIRY,       *
002490      *                  REFUSED RESTORE, AND SIGN-OFF IS WRITTEN TO   *
002492      *                  THE OPERATOR LOG, AND THE CHANGE HISTORY NOW  *
002494      *                  SHOWS THE OPERATOR WHO MADE EACH ONLINE       *
002496      *                  CHANGE.  EACH RESTORE REQUEST CARRIES THE     *
002498      *                  OPERATOR WHO QUEUED IT.                       *
002500      *----------------------------------------------------------------*
002600
002700       ENVIRONMENT DIVISION.
004276           SELECT RESTORE-REQ ASSIGN TO RSTRQUE
004278               ORGANIZATION IS SEQUENTIAL
004280               FILE STATUS IS WS-RSTRQ-STATUS.
004281
004282           SELECT OPERATOR-FILE ASSIGN TO OPERFILE
004283               ORGANIZATION IS INDEXED
004284               ACCESS MODE IS RANDOM
004285               RECORD KEY IS OPR-OPER-ID
004286               FILE STATUS IS WS-OPERFILE-STATUS.
004287
004288           SELECT OPERATOR-LOG ASSIGN TO OPERLOG
004289               ORGANIZATION IS SEQUENTIAL
004290               FILE STATUS IS WS-OPERLOG-STATUS.
004300
004400       DATA DIVISION.
004500       FILE SECTION.
006103       FD  RESTORE-REQ
006104           RECORDING MODE IS F.
006105           COPY RSTQREC.
006110
006115      *----------------------------------------------------------------*
006120      * OPERATOR-FILE - THE KEYED OPERATOR SECURITY FILE: PIN, ROLE,   *
006125      * AND ACTIVE/REVOKED STATUS PER OPERATOR ID, READ AT SIGN-ON.    *
006130      *----------------------------------------------------------------*
006135       FD  OPERATOR-FILE.
006140           COPY OPERREC.
006145
006150      *----------------------------------------------------------------*
006155      * OPERATOR-LOG - THE DAILY OPERATOR ACTIVITY LOG, EXTENDED WITH  *
006160      * EVERY SIGN-ON, FAILED ATTEMPT, AND SIGN-OFF AND REPORTED BY    *
006165      * VAROPRR.                                                       *
006170      *----------------------------------------------------------------*
006175       FD  OPERATOR-LOG
006180           RECORDING MODE IS F.
006185           COPY OPLGREC.
006190
006200       WORKING-STORAGE SECTION.
006300
006400       77  WS-MASTER-STATUS            PIC X(02).
007800       77  WS-REPLY                    PIC X(01) VALUE SPACE.
007900       77  WS-HIST-KEY                 PIC X(10) VALUE SPACES.
008000       77  WS-HIST-COUNT               PIC 9(05) COMP VALUE ZERO.
008001       77  WS-OPERFILE-STATUS          PIC X(02).
008002       77  WS-OPERLOG-STATUS           PIC X(02).
008003       77  WS-OPER-ID                  PIC X(08) VALUE SPACES.
008004       77  WS-OPER-PIN                 PIC X(08) VALUE SPACES.
008005       77  WS-OPER-ROLE                PIC X(01) VALUE SPACE.
008006           88  WS-ROLE-INQUIRY                 VALUE 'I'.
008007           88  WS-ROLE-MAINTAIN                VALUE 'M'.
008008           88  WS-ROLE-PEND-CANCEL             VALUE 'P'.
008009           88  WS-ROLE-SUPERVISOR              VALUE 'S'.
008010       77  WS-SIGNON-SW                PIC X(01) VALUE 'N'.
008011           88  WS-SIGNED-ON                    VALUE 'Y'.
008012       77  WS-SIGNON-TRIES             PIC 9(01) COMP VALUE ZERO.
008013       77  WS-SIGNON-MAX               PIC 9(01) VALUE 3.
008014       77  WS-LOG-EVENT                PIC X(01) VALUE SPACE.
008015       77  WS-LOG-REASON               PIC X(01) VALUE SPACE.
008016       77  WS-LOG-VAR1                 PIC X(10) VALUE SPACES.
008017
008020       01  WS-TIMESTAMP-WORK.
008030           05  WS-CURRENT-DATE         PIC 9(08).
008040           05  WS-CURRENT-TIME         PIC 9(08).
009200           GO TO 9999-EXIT.
009300
009400      *----------------------------------------------------------------*
009500      * 1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE MASTER   *
009550      * FILE FOR INPUT ONLY.                                           *
009600      *----------------------------------------------------------------*
009700       1000-INITIALIZE.
009750           PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
009800           OPEN INPUT MASTER-FILE.
009900           IF WS-MASTER-STATUS NOT = '00'
010000               DISPLAY 'VARINQ: UNABLE TO OPEN MASTER-FILE, STATUS '
010480           END-IF.
010500       1000-EXIT.
010600           EXIT.
010601
010602      *----------------------------------------------------------------*
010603      * 1100-SIGN-ON-OPERATOR - SIGN THE OPERATOR ON AGAINST THE       *
010604      * OPERATOR SECURITY FILE BEFORE THE MASTER IS OPENED.  ANY       *
010605      * ACTIVE OPERATOR MAY INQUIRE, WHATEVER THEIR ROLE.  THREE       *
010606      * FAILED ATTEMPTS END THE TRANSACTION.  EVERY ATTEMPT IS LOGGED. *
010607      *----------------------------------------------------------------*
010608       1100-SIGN-ON-OPERATOR.
010609           OPEN INPUT OPERATOR-FILE.
010610           IF WS-OPERFILE-STATUS NOT = '00'
010611               DISPLAY 'VARINQ: UNABLE TO OPEN OPERATOR-FILE, STATUS '
010612                   WS-OPERFILE-STATUS
010613               MOVE 16 TO RETURN-CODE
010614               GO TO 9999-EXIT
010615           END-IF.
010616           OPEN EXTEND OPERATOR-LOG.
010617           IF WS-OPERLOG-STATUS NOT = '00'
010618               DISPLAY 'VARINQ: UNABLE TO OPEN OPERATOR-LOG, STATUS '
010619                   WS-OPERLOG-STATUS
010620               MOVE 16 TO RETURN-CODE
010621               GO TO 9999-EXIT
010622           END-IF.
010623           PERFORM 1120-ATTEMPT-SIGN-ON THRU 1120-EXIT
010624               UNTIL WS-SIGNED-ON
010625               OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX.
010626           CLOSE OPERATOR-FILE.
010627           IF NOT WS-SIGNED-ON
010628               DISPLAY 'VARINQ: SIGN-ON FAILED, TRANSACTION ENDED.'
010629               CLOSE OPERATOR-LOG
010630               MOVE 8 TO RETURN-CODE
010631               GO TO 9999-EXIT
010632           END-IF.
010633       1100-EXIT.
010634           EXIT.
010635
010636      *----------------------------------------------------------------*
010637      * 1120-ATTEMPT-SIGN-ON - ONE OPERATOR ID AND PIN.  THE ID MUST   *
010638      * BE ON FILE, THE PIN MUST MATCH, THE OPERATOR MUST BE ACTIVE,   *
010639      * AND THE ROLE MUST ALLOW THIS TRANSACTION.  THE SAME MESSAGE    *
010640      * COVERS AN UNKNOWN ID AND A WRONG PIN SO NEITHER GIVES THE      *
010641      * OTHER AWAY.                                                    *
010642      *----------------------------------------------------------------*
010643       1120-ATTEMPT-SIGN-ON.
010644           ADD 1 TO WS-SIGNON-TRIES.
010645           MOVE SPACE TO WS-OPER-ROLE.
010646           DISPLAY 'ENTER YOUR OPERATOR ID: '.
010647           ACCEPT WS-OPER-ID.
010648           DISPLAY 'ENTER YOUR PIN: '.
010649           ACCEPT WS-OPER-PIN.
010650           MOVE WS-OPER-ID TO OPR-OPER-ID.
010651           READ OPERATOR-FILE
010652               INVALID KEY
010653                   MOVE 'U' TO WS-LOG-REASON
010654                   DISPLAY 'INVALID OPERATOR ID OR PIN.'
010655                   PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
010656                   GO TO 1120-EXIT
010657           END-READ.
010658           MOVE OPR-ROLE TO WS-OPER-ROLE.
010659           IF OPR-PIN NOT = WS-OPER-PIN
010660               MOVE 'P' TO WS-LOG-REASON
010661               DISPLAY 'INVALID OPERATOR ID OR PIN.'
010662               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
010663               GO TO 1120-EXIT
010664           END-IF.
010665           IF NOT OPR-ACTIVE
010666               MOVE 'R' TO WS-LOG-REASON
010667               DISPLAY 'OPERATOR ACCESS HAS BEEN REVOKED.'
010668               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
010669               GO TO 1120-EXIT
010670           END-IF.
010671           MOVE 'Y'    TO WS-SIGNON-SW.
010672           MOVE 'S'    TO WS-LOG-EVENT.
010673           MOVE SPACE  TO WS-LOG-REASON.
010674           MOVE SPACES TO WS-LOG-VAR1.
010675           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
010676           DISPLAY 'SIGNED ON: ' OPR-NAME.
010677       1120-EXIT.
010678           EXIT.
010679
010680      *----------------------------------------------------------------*
010681      * 1150-REFUSE-SIGN-ON - LOG THE FAILED ATTEMPT.  THE CALLER SETS *
010682      * THE REASON FIRST.                                              *
010683      *----------------------------------------------------------------*
010684       1150-REFUSE-SIGN-ON.
010685           MOVE 'F'    TO WS-LOG-EVENT.
010686           MOVE SPACES TO WS-LOG-VAR1.
010687           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
010688       1150-EXIT.
010689           EXIT.
010700
010800      *----------------------------------------------------------------*
010900      * 2000-INQUIRY-LOOP - ONE BROWSE/HISTORY CYCLE.  A BLANK KEY     *
011700               GO TO 2000-EXIT
011800           END-IF.
011900           PERFORM 2100-SET-PREFIX-LENGTH THRU 2100-EXIT.
011933           MOVE WS-PREFIX TO WS-LOG-VAR1.
011966           PERFORM 2050-LOG-INQUIRY THRU 2050-EXIT.
012000           PERFORM 2200-BROWSE-MASTER THRU 2200-EXIT.
012100           DISPLAY 'ENTER VAR1 FOR HISTORY (BLANK TO SKIP): '.
012200           ACCEPT WS-HIST-KEY.
012300           IF WS-HIST-KEY NOT = SPACES
012333               MOVE WS-HIST-KEY TO WS-LOG-VAR1
012366               PERFORM 2050-LOG-INQUIRY THRU 2050-EXIT
012400               PERFORM 2500-SHOW-HISTORY THRU 2500-EXIT
012500           END-IF.
012600       2000-EXIT.
012700           EXIT.
012707
012714      *----------------------------------------------------------------*
012721      * 2050-LOG-INQUIRY - RECORD THE PREFIX BROWSED OR THE KEY WHOSE  *
012728      * HISTORY WAS SHOWN ON THE OPERATOR LOG.  THE CALLER SETS THE    *
012735      * KEY FIRST.                                                     *
012742      *----------------------------------------------------------------*
012749       2050-LOG-INQUIRY.
012756           MOVE 'I'   TO WS-LOG-EVENT.
012763           MOVE SPACE TO WS-LOG-REASON.
012770           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
012777       2050-EXIT.
012784           EXIT.
012800
012900      *----------------------------------------------------------------*
013000      * 2100-SET-PREFIX-LENGTH - HOW MANY LEADING CHARACTERS OF THE    *
025000                   AUD-ACTION ' '
025100                   AUD-OLD-VAR2 ' -> '
025200                   AUD-NEW-VAR2 ' '
025300                   AUD-SOURCE ' '
025350                   AUD-OPER-ID
025400           END-IF.
025500       2520-EXIT.
025600           EXIT.
025682               AUDH-ACTION ' '
025684               AUDH-OLD-VAR2 ' -> '
025686               AUDH-NEW-VAR2 ' '
025688               AUDH-SOURCE ' '
025689               AUDH-OPER-ID.
025690       2560-EXIT.
025692           EXIT.
025694
025752           EXIT.
025754
025756      *----------------------------------------------------------------*
025757      * 2650-QUEUE-RESTORE - ONE REQUEST RECORD ON THE RESTORE QUEUE.  *
025758      * ONLY A MAINTAIN OR SUPERVISOR OPERATOR MAY QUEUE A RESTORE; A  *
025759      * REFUSED REQUEST IS LOGGED.  THE QUEUE IS OPENED PER REQUEST SO *
025760      * A LONG INQUIRY SESSION NEVER HOLDS IT AGAINST THE NIGHTLY      *
025761      * DRIVER.                                                        *
025764      *----------------------------------------------------------------*
025766       2650-QUEUE-RESTORE.
025767           IF NOT WS-ROLE-MAINTAIN AND NOT WS-ROLE-SUPERVISOR
025768               DISPLAY 'OPERATOR ROLE DOES NOT ALLOW A RESTORE REQUEST.'
025769               MOVE 'D'         TO WS-LOG-EVENT
025770               MOVE 'W'         TO WS-LOG-REASON
025771               MOVE WS-HIST-KEY TO WS-LOG-VAR1
025772               PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT
025773               GO TO 2650-EXIT
025774           END-IF.
025775           OPEN EXTEND RESTORE-REQ.
025776           IF WS-RSTRQ-STATUS NOT = '00'
025777               DISPLAY 'UNABLE TO QUEUE REQUEST, STATUS '
025778                   WS-RSTRQ-STATUS
025779               GO TO 2650-EXIT
025780           END-IF.
025781           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025782           ACCEPT WS-CURRENT-TIME FROM TIME.
025784           MOVE SPACES          TO RESTORE-REQ-RECORD.
025786           MOVE WS-HIST-KEY     TO RSQ-VAR1.
025788           MOVE WS-CURRENT-DATE TO RSQ-REQ-DATE.
025790           MOVE WS-CURRENT-TIME TO RSQ-REQ-TIME.
025791           MOVE WS-OPER-ID      TO RSQ-OPER-ID.
025792           WRITE RESTORE-REQ-RECORD.
025794           CLOSE RESTORE-REQ.
025796           DISPLAY 'RESTORE REQUEST QUEUED FOR ' WS-HIST-KEY '.'.
025798       2650-EXIT.
025799           EXIT.
025800
025804      *----------------------------------------------------------------*
025808      * 2700-WRITE-OPERATOR-LOG - ONE RECORD ON THE OPERATOR LOG,      *
025812      * TIMESTAMPED AT THE MOMENT OF THE WRITE.  THE CALLER SETS THE   *
025816      * EVENT, REASON, AND KEY FIRST.                                  *
025820      *----------------------------------------------------------------*
025824       2700-WRITE-OPERATOR-LOG.
025828           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025832           ACCEPT WS-CURRENT-TIME FROM TIME.
025836           MOVE SPACES            TO OPERATOR-LOG-RECORD.
025840           MOVE WS-TIMESTAMP-WORK TO OPL-TIMESTAMP.
025844           MOVE 'VARINQ'          TO OPL-PROGRAM.
025848           MOVE WS-OPER-ID        TO OPL-OPER-ID.
025852           MOVE WS-LOG-EVENT      TO OPL-EVENT.
025856           MOVE WS-LOG-REASON     TO OPL-REASON.
025860           MOVE WS-OPER-ROLE      TO OPL-ROLE.
025864           MOVE WS-LOG-VAR1       TO OPL-VAR1.
025868           WRITE OPERATOR-LOG-RECORD.
025872       2700-EXIT.
025876           EXIT.
025880
025884      *----------------------------------------------------------------*
025900      * 9000-TERMINATE - CLOSE FILES.                                  *
026000      *----------------------------------------------------------------*
026100       9000-TERMINATE.
026210           IF WS-ARCHIVE-OPEN
026220               CLOSE ARCHIVE-FILE
026230           END-IF.
026241           MOVE 'X'    TO WS-LOG-EVENT.
026252           MOVE SPACE  TO WS-LOG-REASON.
026263           MOVE SPACES TO WS-LOG-VAR1.
026274           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
026285           CLOSE OPERATOR-LOG.
026300       9000-EXIT.
026400           EXIT.
026500
