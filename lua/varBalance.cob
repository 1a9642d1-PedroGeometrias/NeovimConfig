001700      *                  BOUNCE, AND PENDING FILES AND CROSS-FOOTS     *
001800      *                  THEM AGAINST THE TRAILER FIGURES:             *
001900      *                    EXTRACT + REJECTED + BOUNCED + PENDED       *
001950      *                      + SUSPENDED                               *
001975      *                      + QUEUED FOR APPROVAL                     *
002000      *                      = TRAILER RECORD COUNT                    *
002100      *                    EXTRACT TOTAL + BOUNCED + PENDED TOTALS     *
002150      *                      + SUSPENDED TOTALS                        *
002175      *                      + QUEUED FOR APPROVAL TOTALS              *
002200      *                      = TRAILER CONTROL TOTAL                   *
002300      *                    TONIGHT'S BATCH AUDIT RECORDS (ADDS +       *
002400      *                      CHANGES + DELETES) = EXTRACT COUNT        *
004200      *                  (THE FEEDER'S TRAILER NECESSARILY INCLUDES    *
004300      *                  THEM), WITH THE MATCHING OVERLAP FIELD ON     *
004400      *                  THE RUN STAMP FOR RESTARTED NIGHTS.           *
004410      * 2026-10-15 JHM   TRANSACTIONS SUSPENDED BECAUSE THEIR KEY WAS  *
004420      *                  ON HOLD ARE COUNTED FROM THE NIGHT'S          *
004430      *                  SUSPENSE FILE AND JOIN BOTH CROSS-FOOTS       *
004440      *                  ALONGSIDE THE PENDED FIGURES, WITH THE        *
004450      *                  MATCHING OVERLAP FIELDS ON THE RUN STAMP.     *
004460      *                  RUN STAMP LRECL 80 TO 96.                     *
004464      * 2026-10-15 JHM   BATCH CHANGES HELD BACK FOR DUAL-CONTROL      *
004468      *                  APPROVAL ARE COUNTED FROM THE NIGHT'S         *
004472      *                  APPROVAL-QUEUE ADDITIONS AND JOIN BOTH        *
004476      *                  CROSS-FOOTS, WITH THE MATCHING OVERLAP        *
004480      *                  FIELDS ON THE RUN STAMP (LRECL 96 TO 112).    *
004484      *                  REASON 08 REJECTS CUT BY THE DAYTIME          *
004488      *                  APPROVAL TRANSACTION ARE LEFT OUT OF THE      *
004492      *                  EXCEPTION FIGURES - THEY WERE NEVER PART OF   *
004496      *                  ANY FEEDER'S TRAILER.                         *
004500      *----------------------------------------------------------------*
004600
004700       ENVIRONMENT DIVISION.
007500               ORGANIZATION IS SEQUENTIAL
007600               FILE STATUS IS WS-PENDING-STATUS.
007700
007710           SELECT SUSPENSE-IN ASSIGN TO SUSPIN
007720               ORGANIZATION IS SEQUENTIAL
007730               FILE STATUS IS WS-SUSPENSE-STATUS.
007740
007755           SELECT APPROVAL-IN ASSIGN TO APPRIN
007770               ORGANIZATION IS SEQUENTIAL
007785               FILE STATUS IS WS-APPROVAL-STATUS.
007800           SELECT RUN-STAMP ASSIGN TO RUNSTMP
007900               ORGANIZATION IS SEQUENTIAL
008000               FILE STATUS IS WS-RUNSTMP-STATUS.
013600           RECORDING MODE IS F.
013700       01  PENDING-RECORD              PIC X(28).
013800
013810      *----------------------------------------------------------------*
013820      * SUSPENSE-IN - TONIGHT'S TRANSACTIONS SUSPENDED BECAUSE THEIR   *
013830      * KEY IS ON HOLD.                                                *
013840      *----------------------------------------------------------------*
013850       FD  SUSPENSE-IN
013860           RECORDING MODE IS F.
013870       01  SUSPENSE-RECORD             PIC X(28).
013880
013882      *----------------------------------------------------------------*
013884      * APPROVAL-IN - TONIGHT'S CHANGES HELD BACK FOR DUAL-CONTROL     *
013886      * APPROVAL BECAUSE THEY SWUNG PAST THEIR SOURCE'S THRESHOLD.     *
013888      *----------------------------------------------------------------*
013890       FD  APPROVAL-IN
013892           RECORDING MODE IS F.
013894           COPY APPRREC.
013900      *----------------------------------------------------------------*
014000      * RUN-STAMP - THE RUN ID AND DATE HANDED OFF BY THE UPDATE       *
014100      * STEP, USED TO SELECT EXACTLY THAT RUN'S AUDIT RECORDS.         *
015200           05  RST-OV-AUDIT-RECS       PIC 9(07).
015300           05  RST-OV-PEND-RECS        PIC 9(07).
015400           05  RST-OV-PEND-TOTAL       PIC 9(09).
015410           05  RST-OV-SUSP-RECS        PIC 9(07).
015420           05  RST-OV-SUSP-TOTAL       PIC 9(09).
015446           05  RST-OV-APPR-RECS        PIC 9(07).
015472           05  RST-OV-APPR-TOTAL       PIC 9(09).
015500           05  FILLER                  PIC X(09).
015600
015700      *----------------------------------------------------------------*
017700       77  WS-AUDIT-STATUS             PIC X(02).
017800       77  WS-BOUNCE-STATUS            PIC X(02).
017900       77  WS-PENDING-STATUS           PIC X(02).
017950       77  WS-SUSPENSE-STATUS          PIC X(02).
017975       77  WS-APPROVAL-STATUS          PIC X(02).
018000       77  WS-RUNCTL-STATUS            PIC X(02).
018100       77  WS-REPORT-STATUS            PIC X(02).
018200       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
019800       77  WS-BNCE-TOTAL               PIC 9(09) COMP VALUE ZERO.
019900       77  WS-PEND-RECS                PIC 9(07) COMP VALUE ZERO.
020000       77  WS-PEND-TOTAL               PIC 9(09) COMP VALUE ZERO.
020010       77  WS-SUSP-RECS                PIC 9(07) COMP VALUE ZERO.
020020       77  WS-SUSP-TOTAL               PIC 9(09) COMP VALUE ZERO.
020046       77  WS-APPR-RECS                PIC 9(07) COMP VALUE ZERO.
020072       77  WS-APPR-TOTAL               PIC 9(09) COMP VALUE ZERO.
020100       77  WS-BAL-SW                   PIC X(01) VALUE 'Y'.
020200           88  WS-BALANCED                     VALUE 'Y'.
020300       77  WS-RUNSTMP-STATUS           PIC X(02).
020900       77  WS-OV-AUDIT-RECS            PIC 9(07) COMP VALUE ZERO.
021000       77  WS-OV-PEND-RECS             PIC 9(07) COMP VALUE ZERO.
021100       77  WS-OV-PEND-TOTAL            PIC 9(09) COMP VALUE ZERO.
021110       77  WS-OV-SUSP-RECS             PIC 9(07) COMP VALUE ZERO.
021120       77  WS-OV-SUSP-TOTAL            PIC 9(09) COMP VALUE ZERO.
021146       77  WS-OV-APPR-RECS             PIC 9(07) COMP VALUE ZERO.
021172       77  WS-OV-APPR-TOTAL            PIC 9(09) COMP VALUE ZERO.
021200       77  WS-OV-ANY-SW                PIC X(01) VALUE 'N'.
021300           88  WS-OV-ANY                       VALUE 'Y'.
021400
027500           PERFORM 2400-COUNT-AUDIT THRU 2400-EXIT.
027600           PERFORM 2500-COUNT-BOUNCE THRU 2500-EXIT.
027700           PERFORM 2600-COUNT-PENDING THRU 2600-EXIT.
027750           PERFORM 2650-COUNT-SUSPENSE THRU 2650-EXIT.
027775           PERFORM 2670-COUNT-APPROVAL THRU 2670-EXIT.
027800           PERFORM 2700-ADJUST-FOR-RESTART THRU 2700-EXIT.
027900           PERFORM 3000-CROSS-FOOT THRU 3000-EXIT.
028000           PERFORM 4000-WRITE-RUN-CONTROL THRU 4000-EXIT.
036200           IF RST-OV-PEND-TOTAL NUMERIC
036300               MOVE RST-OV-PEND-TOTAL TO WS-OV-PEND-TOTAL
036400           END-IF.
036410           IF RST-OV-SUSP-RECS NUMERIC
036420               MOVE RST-OV-SUSP-RECS TO WS-OV-SUSP-RECS
036430           END-IF.
036440           IF RST-OV-SUSP-TOTAL NUMERIC
036450               MOVE RST-OV-SUSP-TOTAL TO WS-OV-SUSP-TOTAL
036460           END-IF.
036465           IF RST-OV-APPR-RECS NUMERIC
036470               MOVE RST-OV-APPR-RECS TO WS-OV-APPR-RECS
036475           END-IF.
036480           IF RST-OV-APPR-TOTAL NUMERIC
036485               MOVE RST-OV-APPR-TOTAL TO WS-OV-APPR-TOTAL
036490           END-IF.
036500           IF WS-OV-EXTRACT-RECS > ZERO OR WS-OV-EXCP-RECS > ZERO
036600               OR WS-OV-AUDIT-RECS > ZERO OR WS-OV-PEND-RECS > ZERO
036650               OR WS-OV-SUSP-RECS > ZERO
036675               OR WS-OV-APPR-RECS > ZERO
036700               MOVE 'Y' TO WS-OV-ANY-SW
036800           END-IF.
036900       1220-EXIT.
040200
040300      *----------------------------------------------------------------*
040400      * 2200-COUNT-EXCEPTIONS - COUNT THE NIGHT'S REJECTS.             *
040433      * REASON 08 (REJECTED BY THE DAYTIME APPROVER) IS SKIPPED: THOSE *
040466      * CHANGES WERE COUNTED AS QUEUED ON THE NIGHT THEY ARRIVED.      *
040500      *----------------------------------------------------------------*
040600       2200-COUNT-EXCEPTIONS.
040700           MOVE 'N' TO WS-EOF-SW.
042300                   MOVE 'Y' TO WS-EOF-SW
042400                   GO TO 2220-EXIT
042500           END-READ.
042525           IF EXR-REASON-CODE = '08'
042550               GO TO 2220-EXIT
042575           END-IF.
042600           ADD 1 TO WS-EXCP-RECS.
042700           IF EXR-VAR2-RAW NUMERIC
042800               MOVE EXR-VAR2-RAW TO WS-EXR-VAR2-X
058300       2620-EXIT.
058400           EXIT.
058500
058501      *----------------------------------------------------------------*
058503      * 2650-COUNT-SUSPENSE - COUNT AND TOTAL TONIGHT'S TRANSACTIONS   *
058505      * SUSPENDED BECAUSE THEIR KEY IS ON HOLD.                        *
058507      *----------------------------------------------------------------*
058509       2650-COUNT-SUSPENSE.
058511           MOVE 'N' TO WS-EOF-SW.
058513           OPEN INPUT SUSPENSE-IN.
058515           IF WS-SUSPENSE-STATUS NOT = '00'
058517               MOVE 'Y' TO WS-EOF-SW
058519           END-IF.
058521           PERFORM 2660-READ-SUSPENSE THRU 2660-EXIT
058523               UNTIL WS-EOF.
058525           IF NOT WS-SUSPENSE-STATUS = '35'
058527               CLOSE SUSPENSE-IN
058529           END-IF.
058531       2650-EXIT.
058533           EXIT.
058535
058537       2660-READ-SUSPENSE.
058539           READ SUSPENSE-IN
058541               AT END
058543                   MOVE 'Y' TO WS-EOF-SW
058545                   GO TO 2660-EXIT
058547           END-READ.
058549           MOVE SUSPENSE-RECORD TO WS-TRANS-WORK.
058551           IF WST-REC-TYPE = 'D'
058553               ADD 1 TO WS-SUSP-RECS
058555               IF WST-VAR2-ALPHA NUMERIC
058557                   ADD WST-VAR2 TO WS-SUSP-TOTAL
058559               END-IF
058561           END-IF.
058563       2660-EXIT.
058565           EXIT.
058567
058568      *----------------------------------------------------------------*
058569      * 2670-COUNT-APPROVAL - COUNT AND TOTAL TONIGHT'S CHANGES HELD   *
058570      * BACK FOR DUAL-CONTROL APPROVAL.                                *
058571      *----------------------------------------------------------------*
058572       2670-COUNT-APPROVAL.
058573           MOVE 'N' TO WS-EOF-SW.
058574           OPEN INPUT APPROVAL-IN.
058575           IF WS-APPROVAL-STATUS NOT = '00'
058576               MOVE 'Y' TO WS-EOF-SW
058577           END-IF.
058578           PERFORM 2680-READ-APPROVAL THRU 2680-EXIT
058579               UNTIL WS-EOF.
058580           IF NOT WS-APPROVAL-STATUS = '35'
058581               CLOSE APPROVAL-IN
058582           END-IF.
058583       2670-EXIT.
058584           EXIT.
058585
058586       2680-READ-APPROVAL.
058587           READ APPROVAL-IN
058588               AT END
058589                   MOVE 'Y' TO WS-EOF-SW
058590                   GO TO 2680-EXIT
058591           END-READ.
058592           ADD 1 TO WS-APPR-RECS.
058593           IF APR-NEW-VAR2 NUMERIC
058594               ADD APR-NEW-VAR2 TO WS-APPR-TOTAL
058595           END-IF.
058596       2680-EXIT.
058597           EXIT.
058600      *----------------------------------------------------------------*
058700      * 2700-ADJUST-FOR-RESTART - NET THE RESTART OVERLAP HANDED      *
058800      * OVER ON THE RUN STAMP OUT OF THE PHYSICAL COUNTS, SO A        *
061700               AND WS-OV-PEND-TOTAL NOT > WS-PEND-TOTAL
061800               SUBTRACT WS-OV-PEND-TOTAL FROM WS-PEND-TOTAL
061900           END-IF.
061910           IF WS-OV-SUSP-RECS > ZERO
061920               AND WS-OV-SUSP-RECS NOT > WS-SUSP-RECS
061930               SUBTRACT WS-OV-SUSP-RECS FROM WS-SUSP-RECS
061940           END-IF.
061950           IF WS-OV-SUSP-TOTAL > ZERO
061960               AND WS-OV-SUSP-TOTAL NOT > WS-SUSP-TOTAL
061970               SUBTRACT WS-OV-SUSP-TOTAL FROM WS-SUSP-TOTAL
061980           END-IF.
061982           IF WS-OV-APPR-RECS > ZERO
061984               AND WS-OV-APPR-RECS NOT > WS-APPR-RECS
061986               SUBTRACT WS-OV-APPR-RECS FROM WS-APPR-RECS
061988           END-IF.
061990           IF WS-OV-APPR-TOTAL > ZERO
061992               AND WS-OV-APPR-TOTAL NOT > WS-APPR-TOTAL
061994               SUBTRACT WS-OV-APPR-TOTAL FROM WS-APPR-TOTAL
061996           END-IF.
062000       2700-EXIT.
062100           EXIT.
062200
065100           MOVE WS-PEND-RECS  TO RFL-COUNT.
065200           MOVE WS-PEND-TOTAL TO RFL-TOTAL.
065300           PERFORM 3900-WRITE-FIGURE THRU 3900-EXIT.
065310           MOVE 'SUSPENDED (HELD KEYS)...' TO RFL-LITERAL.
065320           MOVE WS-SUSP-RECS  TO RFL-COUNT.
065330           MOVE WS-SUSP-TOTAL TO RFL-TOTAL.
065340           PERFORM 3900-WRITE-FIGURE THRU 3900-EXIT.
065352           MOVE 'QUEUED FOR APPROVAL.....' TO RFL-LITERAL.
065364           MOVE WS-APPR-RECS  TO RFL-COUNT.
065376           MOVE WS-APPR-TOTAL TO RFL-TOTAL.
065388           PERFORM 3900-WRITE-FIGURE THRU 3900-EXIT.
065400           MOVE 'AUDIT BATCH TONIGHT.....' TO RFL-LITERAL.
065500           MOVE WS-AUD-RECS TO RFL-COUNT.
065600           MOVE ZERO        TO RFL-TOTAL.
066800           MOVE ZERO           TO RFL-TOTAL.
066900           PERFORM 3900-WRITE-FIGURE THRU 3900-EXIT.
067000           IF WS-XTRC-RECS + WS-EXCP-RECS + WS-BNCE-RECS
067100               + WS-PEND-RECS + WS-SUSP-RECS + WS-APPR-RECS
067150               = WS-EXP-RECS
067200               MOVE 'PROC + REJ + BNCE + PEND + SUSP + QUEUED'
067300                   TO RCL-LITERAL
067400               MOVE 'BALANCED' TO RCL-STATUS
067500           ELSE
067600               MOVE 'PROC + REJ + BNCE + PEND + SUSP + QUEUED'
067700                   TO RCL-LITERAL
067800               MOVE 'MISMATCH' TO RCL-STATUS
067900               MOVE 'N' TO WS-BAL-SW
068000           END-IF.
068100           PERFORM 3920-WRITE-CHECK THRU 3920-EXIT.
068200           IF WS-XTRC-TOTAL + WS-BNCE-TOTAL + WS-PEND-TOTAL
068300               + WS-EXCP-TOTAL + WS-SUSP-TOTAL + WS-APPR-TOTAL
068400               = WS-EXP-TOTAL
068500               MOVE 'CONTROL TOTALS..........................'
068600                   TO RCL-LITERAL
