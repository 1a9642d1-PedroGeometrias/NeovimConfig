003500      *                  SIGNS ON WITH THEIR SOURCE ID AND MAY ONLY   *
003600      *                  CANCEL OR RE-DATE KEYS INSIDE THAT           *
003700      *                  SOURCE'S RANGES.                             *
003725      * 2026-10-15 JHM   AUDIT RECORD CARRIES THE OPERATOR AND         *
003750      *                  APPROVER IDS (LEFT BLANK HERE).  RECORD       *
003775      *                  LENGTH 53 TO 69.                              *
003777      * 2026-10-15 JHM   OPERATOR SIGN-ON: THE OPERATOR SIGNS ON WITH  *
003779      *                  AN OPERATOR ID AND PIN CHECKED AGAINST THE    *
003781      *                  OPERATOR SECURITY FILE (OPERREC) BEFORE ANY   *
003783      *                  OTHER FILE IS OPENED, AND ONLY AN ACTIVE      *
003785      *                  PENDING-CANCEL OR SUPERVISOR OPERATOR MAY     *
003787      *                  SIGN ON.  THREE FAILED ATTEMPTS END THE       *
003789      *                  TRANSACTION (CC 8).  THE OPERATOR ID IS       *
003791      *                  STAMPED ON THE AUDIT RECORD, AND EVERY        *
003793      *                  SIGN-ON, FAILED ATTEMPT, AND SIGN-OFF IS      *
003795      *                  WRITTEN TO THE OPERATOR LOG.                  *
003800      *----------------------------------------------------------------*
003900
004000       ENVIRONMENT DIVISION.
007100               ACCESS MODE IS SEQUENTIAL
007200               RECORD KEY IS AUT-KEY
007300               FILE STATUS IS WS-AUTH-STATUS.
007309
007318           SELECT OPERATOR-FILE ASSIGN TO OPERFILE
007327               ORGANIZATION IS INDEXED
007336               ACCESS MODE IS RANDOM
007345               RECORD KEY IS OPR-OPER-ID
007354               FILE STATUS IS WS-OPERFILE-STATUS.
007363
007372           SELECT OPERATOR-LOG ASSIGN TO OPERLOG
007381               ORGANIZATION IS SEQUENTIAL
007390               FILE STATUS IS WS-OPERLOG-STATUS.
007400
007500       DATA DIVISION.
007600       FILE SECTION.
012400      *----------------------------------------------------------------*
012500       FD  AUTH-FILE.
012600           COPY AUTHREC.
012605
012610      *----------------------------------------------------------------*
012615      * OPERATOR-FILE - THE KEYED OPERATOR SECURITY FILE: PIN, ROLE,   *
012620      * AND ACTIVE/REVOKED STATUS PER OPERATOR ID, READ AT SIGN-ON.    *
012625      *----------------------------------------------------------------*
012630       FD  OPERATOR-FILE.
012635           COPY OPERREC.
012640
012645      *----------------------------------------------------------------*
012650      * OPERATOR-LOG - THE DAILY OPERATOR ACTIVITY LOG, EXTENDED WITH  *
012655      * EVERY SIGN-ON, FAILED ATTEMPT, AND SIGN-OFF AND REPORTED BY    *
012660      * VAROPRR.                                                       *
012665      *----------------------------------------------------------------*
012670       FD  OPERATOR-LOG
012675           RECORDING MODE IS F.
012680           COPY OPLGREC.
012700
012800       WORKING-STORAGE SECTION.
012900
016700           88  WS-AUT-SRC-LISTED               VALUE 'Y'.
016800       77  WS-OPER-SOURCE              PIC X(02) VALUE SPACES.
016900       77  WS-OLD-EFF-DATE             PIC 9(08) VALUE ZERO.
016905       77  WS-OPERFILE-STATUS          PIC X(02).
016910       77  WS-OPERLOG-STATUS           PIC X(02).
016915       77  WS-OPER-ID                  PIC X(08) VALUE SPACES.
016920       77  WS-OPER-PIN                 PIC X(08) VALUE SPACES.
016925       77  WS-OPER-ROLE                PIC X(01) VALUE SPACE.
016930           88  WS-ROLE-INQUIRY                 VALUE 'I'.
016935           88  WS-ROLE-MAINTAIN                VALUE 'M'.
016940           88  WS-ROLE-PEND-CANCEL             VALUE 'P'.
016945           88  WS-ROLE-SUPERVISOR              VALUE 'S'.
016950       77  WS-SIGNON-SW                PIC X(01) VALUE 'N'.
016955           88  WS-SIGNED-ON                    VALUE 'Y'.
016960       77  WS-SIGNON-TRIES             PIC 9(01) COMP VALUE ZERO.
016965       77  WS-SIGNON-MAX               PIC 9(01) VALUE 3.
016970       77  WS-LOG-EVENT                PIC X(01) VALUE SPACE.
016975       77  WS-LOG-REASON               PIC X(01) VALUE SPACE.
016980       77  WS-LOG-VAR1                 PIC X(10) VALUE SPACES.
017000
017100      *----------------------------------------------------------------*
017200      * AUTHORIZATION RANGES LOADED FROM AUTH-FILE AT START-UP.        *
019900           GO TO 9999-EXIT.
020000
020100      *----------------------------------------------------------------*
020200      * 1000-INITIALIZE - SIGN THE OPERATOR ON, OPEN FILES, ACCEPT     *
020300      * THE BROWSE SELECTION.  A PENDING FILE THAT CANNOT BE OPENED    *
020400      * (FIRST RUN) IS TREATED AS EMPTY.                               *
020500      *----------------------------------------------------------------*
020700           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020800           ACCEPT WS-CURRENT-TIME FROM TIME.
020900           MOVE WS-CURRENT-TIME TO WS-RUN-ID.
020950           PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
021000           OPEN INPUT PEND-IN.
021100           IF WS-PENDIN-STATUS NOT = '00'
021200               MOVE 'Y' TO WS-EOF-SW
025400       1000-EXIT.
025500           EXIT.
025600
025601      *----------------------------------------------------------------*
025602      * 1100-SIGN-ON-OPERATOR - SIGN THE OPERATOR ON AGAINST THE       *
025603      * OPERATOR SECURITY FILE BEFORE ANY OTHER FILE IS OPENED, SO A   *
025604      * REFUSED OPERATOR NEVER TOUCHES THE PENDING FILE.  ONLY AN      *
025605      * ACTIVE PENDING-CANCEL OR SUPERVISOR OPERATOR MAY WORK THE      *
025606      * PENDING FILE.  THREE FAILED ATTEMPTS END THE TRANSACTION.      *
025607      * EVERY ATTEMPT IS LOGGED.                                       *
025608      *----------------------------------------------------------------*
025609       1100-SIGN-ON-OPERATOR.
025610           OPEN INPUT OPERATOR-FILE.
025611           IF WS-OPERFILE-STATUS NOT = '00'
025612               DISPLAY 'VARPNDM: UNABLE TO OPEN OPERATOR-FILE, STATUS '
025613                   WS-OPERFILE-STATUS
025614               MOVE 16 TO RETURN-CODE
025615               GO TO 9999-EXIT
025616           END-IF.
025617           OPEN EXTEND OPERATOR-LOG.
025618           IF WS-OPERLOG-STATUS NOT = '00'
025619               DISPLAY 'VARPNDM: UNABLE TO OPEN OPERATOR-LOG, STATUS '
025620                   WS-OPERLOG-STATUS
025621               MOVE 16 TO RETURN-CODE
025622               GO TO 9999-EXIT
025623           END-IF.
025624           PERFORM 1120-ATTEMPT-SIGN-ON THRU 1120-EXIT
025625               UNTIL WS-SIGNED-ON
025626               OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX.
025627           CLOSE OPERATOR-FILE.
025628           IF NOT WS-SIGNED-ON
025629               DISPLAY 'VARPNDM: SIGN-ON FAILED, TRANSACTION ENDED.'
025630               CLOSE OPERATOR-LOG
025631               MOVE 8 TO RETURN-CODE
025632               GO TO 9999-EXIT
025633           END-IF.
025634       1100-EXIT.
025635           EXIT.
025636
025637      *----------------------------------------------------------------*
025638      * 1120-ATTEMPT-SIGN-ON - ONE OPERATOR ID AND PIN.  THE ID MUST   *
025639      * BE ON FILE, THE PIN MUST MATCH, THE OPERATOR MUST BE ACTIVE,   *
025640      * AND THE ROLE MUST ALLOW THIS TRANSACTION.  THE SAME MESSAGE    *
025641      * COVERS AN UNKNOWN ID AND A WRONG PIN SO NEITHER GIVES THE      *
025642      * OTHER AWAY.                                                    *
025643      *----------------------------------------------------------------*
025644       1120-ATTEMPT-SIGN-ON.
025645           ADD 1 TO WS-SIGNON-TRIES.
025646           MOVE SPACE TO WS-OPER-ROLE.
025647           DISPLAY 'ENTER YOUR OPERATOR ID: '.
025648           ACCEPT WS-OPER-ID.
025649           DISPLAY 'ENTER YOUR PIN: '.
025650           ACCEPT WS-OPER-PIN.
025651           MOVE WS-OPER-ID TO OPR-OPER-ID.
025652           READ OPERATOR-FILE
025653               INVALID KEY
025654                   MOVE 'U' TO WS-LOG-REASON
025655                   DISPLAY 'INVALID OPERATOR ID OR PIN.'
025656                   PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
025657                   GO TO 1120-EXIT
025658           END-READ.
025659           MOVE OPR-ROLE TO WS-OPER-ROLE.
025660           IF OPR-PIN NOT = WS-OPER-PIN
025661               MOVE 'P' TO WS-LOG-REASON
025662               DISPLAY 'INVALID OPERATOR ID OR PIN.'
025663               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
025664               GO TO 1120-EXIT
025665           END-IF.
025666           IF NOT OPR-ACTIVE
025667               MOVE 'R' TO WS-LOG-REASON
025668               DISPLAY 'OPERATOR ACCESS HAS BEEN REVOKED.'
025669               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
025670               GO TO 1120-EXIT
025671           END-IF.
025672           IF NOT OPR-ROLE-PEND-CANCEL
025673               AND NOT OPR-ROLE-SUPERVISOR
025674               MOVE 'W' TO WS-LOG-REASON
025675               DISPLAY 'OPERATOR ROLE DOES NOT ALLOW THIS TRANSACTION.'
025676               PERFORM 1150-REFUSE-SIGN-ON THRU 1150-EXIT
025677               GO TO 1120-EXIT
025678           END-IF.
025679           MOVE 'Y'    TO WS-SIGNON-SW.
025680           MOVE 'S'    TO WS-LOG-EVENT.
025681           MOVE SPACE  TO WS-LOG-REASON.
025682           MOVE SPACES TO WS-LOG-VAR1.
025683           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
025684           DISPLAY 'SIGNED ON: ' OPR-NAME.
025685       1120-EXIT.
025686           EXIT.
025687
025688      *----------------------------------------------------------------*
025689      * 1150-REFUSE-SIGN-ON - LOG THE FAILED ATTEMPT.  THE CALLER SETS *
025690      * THE REASON FIRST.                                              *
025691      *----------------------------------------------------------------*
025692       1150-REFUSE-SIGN-ON.
025693           MOVE 'F'    TO WS-LOG-EVENT.
025694           MOVE SPACES TO WS-LOG-VAR1.
025695           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
025696       1150-EXIT.
025697           EXIT.
025698
025700      *----------------------------------------------------------------*
025800      * 1300-LOAD-AUTH-TABLE - LOAD THE SOURCE AUTHORIZATION RANGES.  *
025900      * A FILE THAT CANNOT BE OPENED (SHOP NOT YET CONVERTED) LEAVES  *
047400           IF AUD-ACTION = 'D'
047500               MOVE ZERO          TO AUD-NEW-VAR2
047600           END-IF.
047633           MOVE WS-OPER-ID        TO AUD-OPER-ID.
047666           MOVE SPACES            TO AUD-APPR-ID.
047700           WRITE AUDIT-RECORD.
047800           PERFORM 2550-WRITE-AUDIT-HISTORY THRU 2550-EXIT.
047900       2500-EXIT.
049400           MOVE AUD-NEW-VAR2  TO AUDH-NEW-VAR2.
049500           MOVE AUD-SOURCE    TO AUDH-SOURCE.
049600           MOVE AUD-ACTION    TO AUDH-ACTION.
049633           MOVE AUD-OPER-ID   TO AUDH-OPER-ID.
049666           MOVE AUD-APPR-ID   TO AUDH-APPR-ID.
049700           WRITE AUDIT-HIST-RECORD
049800               INVALID KEY
049900                   CONTINUE
051000       2900-EXIT.
051100           EXIT.
051200
051204      *----------------------------------------------------------------*
051208      * 2700-WRITE-OPERATOR-LOG - ONE RECORD ON THE OPERATOR LOG,      *
051212      * TIMESTAMPED AT THE MOMENT OF THE WRITE.  THE CALLER SETS THE   *
051216      * EVENT, REASON, AND KEY FIRST.                                  *
051220      *----------------------------------------------------------------*
051224       2700-WRITE-OPERATOR-LOG.
051228           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
051232           ACCEPT WS-CURRENT-TIME FROM TIME.
051236           MOVE SPACES            TO OPERATOR-LOG-RECORD.
051240           MOVE WS-TIMESTAMP-WORK TO OPL-TIMESTAMP.
051244           MOVE 'VARPNDM'         TO OPL-PROGRAM.
051248           MOVE WS-OPER-ID        TO OPL-OPER-ID.
051252           MOVE WS-LOG-EVENT      TO OPL-EVENT.
051256           MOVE WS-LOG-REASON     TO OPL-REASON.
051260           MOVE WS-OPER-ROLE      TO OPL-ROLE.
051264           MOVE WS-LOG-VAR1       TO OPL-VAR1.
051268           WRITE OPERATOR-LOG-RECORD.
051272       2700-EXIT.
051276           EXIT.
051280
051300      *----------------------------------------------------------------*
051400      * 9000-TERMINATE - CLOSE FILES, SHOW AND FOOT THE COUNTS.        *
051500      *----------------------------------------------------------------*
052300           IF WS-AUDHIST-OPEN
052400               CLOSE AUDIT-HIST
052500           END-IF.
052516           MOVE 'X'    TO WS-LOG-EVENT.
052532           MOVE SPACE  TO WS-LOG-REASON.
052548           MOVE SPACES TO WS-LOG-VAR1.
052564           PERFORM 2700-WRITE-OPERATOR-LOG THRU 2700-EXIT.
052580           CLOSE OPERATOR-LOG.
052600           DISPLAY 'PENDING RECORDS READ.: ' WS-RECS-READ.
052700           DISPLAY 'RECORDS SHOWN........: ' WS-RECS-SHOWN.
052800           DISPLAY 'RECORDS CANCELLED....: ' WS-RECS-CANCELLED.
