000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VARSUSR.
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
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  HOLD SUSPENSE RELEASE:     *
001500      *                  RUNS AT THE FRONT OF EACH NIGHT.  FIRST       *
001600      *                  LAPSES EVERY ACTIVE HOLD WHOSE EXPIRY DATE    *
001700      *                  HAS PASSED (HOLD RECORD 'X', MASTER BACK TO   *
001800      *                  'A', AUDITED AS SOURCE HOLDLAPS).  THEN       *
001900      *                  SWEEPS THE SUSPENSE FILE, FEEDING EVERY ITEM  *
002000      *                  WHOSE KEY IS NO LONGER HELD INTO TONIGHT'S    *
002100      *                  PROCESSING AS A PROPERLY HEADED AND TRAILED   *
002200      *                  BATCH (ORIGINAL SOURCES PRESERVED, RELEASED   *
002300      *                  FLAG 'S'), THE SAME WAY VARPNDR FEEDS THE     *
002400      *                  PENDING FILE, AND CARRYING THE REST FORWARD.  *
002425      * 2026-10-15 JHM   AUDIT RECORD CARRIES THE OPERATOR AND         *
002450      *                  APPROVER IDS (LEFT BLANK HERE).  RECORD       *
002475      *                  LENGTH 53 TO 69.                              *
002500      *----------------------------------------------------------------*
002600
002700       ENVIRONMENT DIVISION.
002800       CONFIGURATION SECTION.
002900       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
003000       OBJECT-COMPUTER. YOUR-MACHINE-TYPE.
003100
003200       INPUT-OUTPUT SECTION.
003300       FILE-CONTROL.
003400           SELECT SUSP-IN ASSIGN TO SUSPIN
003500               ORGANIZATION IS SEQUENTIAL
003600               FILE STATUS IS WS-SUSPIN-STATUS.
003700
003800           SELECT MASTER-FILE ASSIGN TO MASTFILE
003900               ORGANIZATION IS INDEXED
004000               ACCESS MODE IS RANDOM
004100               RECORD KEY IS MSTR-VAR1
004200               FILE STATUS IS WS-MASTER-STATUS.
004300
004400           SELECT HOLD-FILE ASSIGN TO HOLDFILE
004500               ORGANIZATION IS INDEXED
004600               ACCESS MODE IS DYNAMIC
004700               RECORD KEY IS HLD-VAR1
004800               FILE STATUS IS WS-HOLD-STATUS.
004900
005000           SELECT AUDIT-OUT ASSIGN TO AUDTOUT
005100               ORGANIZATION IS SEQUENTIAL
005200               FILE STATUS IS WS-AUDIT-STATUS.
005300
005400           SELECT AUDIT-HIST ASSIGN TO AUDHIST
005500               ORGANIZATION IS INDEXED
005600               ACCESS MODE IS RANDOM
005700               RECORD KEY IS AUDH-KEY
005800               FILE STATUS IS WS-AUDHIST-STATUS.
005900
006000           SELECT RELEASE-OUT ASSIGN TO SUSROUT
006100               ORGANIZATION IS SEQUENTIAL
006200               FILE STATUS IS WS-RELEASE-STATUS.
006300
006400           SELECT SUSP-NEW ASSIGN TO SUSPNEW
006500               ORGANIZATION IS SEQUENTIAL
006600               FILE STATUS IS WS-SUSPNEW-STATUS.
006700
006800       DATA DIVISION.
006900       FILE SECTION.
007000
007100      *----------------------------------------------------------------*
007200      * SUSP-IN - THE CUMULATIVE SUSPENSE FILE OF TRANSACTIONS HELD    *
007300      * BACK BY THE NIGHTLY UPDATE BECAUSE THEIR KEY WAS ON HOLD.      *
007400      *----------------------------------------------------------------*
007500       FD  SUSP-IN
007600           RECORDING MODE IS F.
007700           COPY TRANREC.
007800
007900      *----------------------------------------------------------------*
008000      * MASTER-FILE - THE VAR MASTER; STATUS 'H' MARKS A HELD KEY.     *
008100      *----------------------------------------------------------------*
008200       FD  MASTER-FILE.
008300           COPY MSTRREC.
008400
008500      *----------------------------------------------------------------*
008600      * HOLD-FILE - THE KEYED HOLD FILE MAINTAINED BY VARHOLD.  A FILE *
008700      * THAT CANNOT BE OPENED LAPSES NOTHING; THE MASTER STATUS ALONE  *
008800      * THEN DECIDES WHAT IS RELEASED.                                 *
008900      *----------------------------------------------------------------*
009000       FD  HOLD-FILE.
009100           COPY HOLDREC.
009200
009300      *----------------------------------------------------------------*
009400      * AUDIT-OUT / AUDIT-HIST - THE SHARED AUDIT TRAIL AND KEYED      *
009500      * HISTORY, FOR THE HOLDLAPS RECORD OF EACH LAPSED HOLD.          *
009600      *----------------------------------------------------------------*
009700       FD  AUDIT-OUT
009800           RECORDING MODE IS F.
009900           COPY AUDTREC.
010000
010100       FD  AUDIT-HIST.
010200           COPY AUDHREC.
010300
010400      *----------------------------------------------------------------*
010500      * RELEASE-OUT - SUSPENDED TRANSACTIONS WHOSE KEY IS NO LONGER    *
010600      * HELD, WRAPPED WITH 'B'/'S' RECORDS PER SOURCE AND A GRAND      *
010700      * TRAILER, READY TO CONCATENATE INTO TONIGHT'S SORT.             *
010800      *----------------------------------------------------------------*
010900       FD  RELEASE-OUT
011000           RECORDING MODE IS F.
011100       01  RELEASE-RECORD              PIC X(28).
011200
011300      *----------------------------------------------------------------*
011400      * SUSP-NEW - ITEMS WHOSE KEY IS STILL HELD, CARRIED FORWARD AND  *
011500      * ROLLED OVER THE SUSPENSE FILE BY THE NEXT JOB STEP.            *
011600      *----------------------------------------------------------------*
011700       FD  SUSP-NEW
011800           RECORDING MODE IS F.
011900       01  SUSP-NEW-RECORD             PIC X(28).
012000
012100       WORKING-STORAGE SECTION.
012200
012300       77  WS-SUSPIN-STATUS            PIC X(02).
012400       77  WS-MASTER-STATUS            PIC X(02).
012500       77  WS-HOLD-STATUS              PIC X(02).
012600       77  WS-AUDIT-STATUS             PIC X(02).
012700       77  WS-AUDHIST-STATUS           PIC X(02).
012800       77  WS-AUDHIST-OPEN-SW          PIC X(01) VALUE 'N'.
012900           88  WS-AUDHIST-OPEN                 VALUE 'Y'.
013000       77  WS-RELEASE-STATUS           PIC X(02).
013100       77  WS-SUSPNEW-STATUS           PIC X(02).
013200       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
013300           88  WS-EOF                          VALUE 'Y'.
013400       77  WS-HOLD-EOF-SW              PIC X(01) VALUE 'N'.
013500           88  WS-HOLD-EOF                     VALUE 'Y'.
013600       77  WS-STILL-HELD-SW            PIC X(01) VALUE 'N'.
013700           88  WS-STILL-HELD                   VALUE 'Y'.
013800       77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
013900       77  WS-RECS-RELEASED            PIC 9(07) COMP VALUE ZERO.
014000       77  WS-RECS-HELD                PIC 9(07) COMP VALUE ZERO.
014100       77  WS-RELEASED-TOTAL           PIC 9(09) COMP VALUE ZERO.
014200       77  WS-HOLDS-LAPSED             PIC 9(07) COMP VALUE ZERO.
014300       77  WS-RSC-COUNT                PIC 9(02) COMP VALUE ZERO.
014400       77  WS-RSC-SUB                  PIC 9(02) COMP VALUE ZERO.
014500       77  WS-RSC-MAX                  PIC 9(02) VALUE 10.
014600       77  WS-LOC-SOURCE-ID            PIC X(02) VALUE SPACES.
014700       77  WS-LOC-FOUND-SW             PIC X(01) VALUE 'N'.
014800           88  WS-LOC-FOUND                    VALUE 'Y'.
014900       77  WS-CUR-RSC                  PIC 9(02) COMP VALUE ZERO.
015000       77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
015100       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
015200
015300       01  WS-TIMESTAMP-WORK.
015400           05  WS-CURRENT-DATE         PIC 9(08).
015500           05  WS-CURRENT-TIME         PIC 9(08).
015600
015700      *----------------------------------------------------------------*
015800      * PER-SOURCE COUNTS AND TOTALS FOR THE GENERATED 'B'/'S'         *
015900      * RECORDS AROUND THE RELEASED BATCH.                             *
016000      *----------------------------------------------------------------*
016100       01  WS-RELEASE-SOURCE-TABLE.
016200           05  WS-RSC-ENTRY OCCURS 10 TIMES.
016300               10  WS-RSC-ID           PIC X(02).
016400               10  WS-RSC-RECS         PIC 9(07) COMP.
016500               10  WS-RSC-TOTAL        PIC 9(09) COMP.
016600
016700       PROCEDURE DIVISION.
016800
016900      *----------------------------------------------------------------*
017000      * 0000-MAINLINE                                                  *
017100      *----------------------------------------------------------------*
017200       0000-MAINLINE.
017300           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400           PERFORM 1500-LAPSE-EXPIRED-HOLDS THRU 1500-EXIT.
017500           PERFORM 2000-SWEEP-SUSPENSE THRU 2000-EXIT
017600               UNTIL WS-EOF.
017700           PERFORM 9000-TERMINATE THRU 9000-EXIT.
017800           GO TO 9999-EXIT.
017900
018000      *----------------------------------------------------------------*
018100      * 1000-INITIALIZE - OPEN FILES.  A SUSPENSE FILE THAT CANNOT BE  *
018200      * OPENED (FIRST RUN) IS TREATED AS EMPTY.                        *
018300      *----------------------------------------------------------------*
018400       1000-INITIALIZE.
018500           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018600           ACCEPT WS-CURRENT-TIME FROM TIME.
018700           MOVE WS-CURRENT-TIME TO WS-RUN-ID.
018800           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
018900           OPEN INPUT SUSP-IN.
019000           IF WS-SUSPIN-STATUS NOT = '00'
019100               MOVE 'Y' TO WS-EOF-SW
019200           END-IF.
019300           OPEN I-O MASTER-FILE.
019400           IF WS-MASTER-STATUS NOT = '00'
019500               DISPLAY 'VARSUSR: UNABLE TO OPEN MASTER-FILE, STATUS '
019600                   WS-MASTER-STATUS
019700               MOVE 16 TO RETURN-CODE
019800               GO TO 9999-EXIT
019900           END-IF.
020000           OPEN EXTEND AUDIT-OUT.
020100           IF WS-AUDIT-STATUS NOT = '00'
020200               DISPLAY 'VARSUSR: UNABLE TO OPEN AUDIT-OUT, STATUS '
020300                   WS-AUDIT-STATUS
020400               MOVE 16 TO RETURN-CODE
020500               GO TO 9999-EXIT
020600           END-IF.
020700           OPEN I-O AUDIT-HIST.
020800           IF WS-AUDHIST-STATUS = '00'
020900               MOVE 'Y' TO WS-AUDHIST-OPEN-SW
021000           ELSE
021100               DISPLAY 'VARSUSR: AUDIT-HIST NOT AVAILABLE, STATUS '
021200                   WS-AUDHIST-STATUS
021300                   ', RUN VARAUDL TO CATCH THE HISTORY UP'
021400           END-IF.
021500           OPEN OUTPUT RELEASE-OUT.
021600           IF WS-RELEASE-STATUS NOT = '00'
021700               DISPLAY 'VARSUSR: UNABLE TO OPEN RELEASE-OUT, STATUS '
021800                   WS-RELEASE-STATUS
021900               MOVE 16 TO RETURN-CODE
022000               GO TO 9999-EXIT
022100           END-IF.
022200           OPEN OUTPUT SUSP-NEW.
022300           IF WS-SUSPNEW-STATUS NOT = '00'
022400               DISPLAY 'VARSUSR: UNABLE TO OPEN SUSP-NEW, STATUS '
022500                   WS-SUSPNEW-STATUS
022600               MOVE 16 TO RETURN-CODE
022700               GO TO 9999-EXIT
022800           END-IF.
022900       1000-EXIT.
023000           EXIT.
023100
023200      *----------------------------------------------------------------*
023300      * 1500-LAPSE-EXPIRED-HOLDS - WALK THE HOLD FILE AND LAPSE EVERY  *
023400      * ACTIVE HOLD WHOSE EXPIRY DATE IS BEHIND TODAY, SO ITS          *
023500      * SUSPENDED ITEMS RELEASE TONIGHT.  A HOLD FILE THAT CANNOT BE   *
023600      * OPENED IS REPORTED AND SKIPPED.                                *
023700      *----------------------------------------------------------------*
023800       1500-LAPSE-EXPIRED-HOLDS.
023900           OPEN I-O HOLD-FILE.
024000           IF WS-HOLD-STATUS NOT = '00'
024100               DISPLAY 'VARSUSR: HOLD-FILE NOT AVAILABLE, STATUS '
024200                   WS-HOLD-STATUS ', NO HOLDS LAPSED'
024300               GO TO 1500-EXIT
024400           END-IF.
024500           MOVE 'N' TO WS-HOLD-EOF-SW.
024600           PERFORM 1520-EXAMINE-ONE-HOLD THRU 1520-EXIT
024700               UNTIL WS-HOLD-EOF.
024800           CLOSE HOLD-FILE.
024900       1500-EXIT.
025000           EXIT.
025100
025200       1520-EXAMINE-ONE-HOLD.
025300           READ HOLD-FILE NEXT RECORD
025400               AT END
025500                   MOVE 'Y' TO WS-HOLD-EOF-SW
025600                   GO TO 1520-EXIT
025700           END-READ.
025800           IF NOT HLD-ACTIVE
025900               GO TO 1520-EXIT
026000           END-IF.
026100           IF HLD-EXPIRY-DATE NOT < WS-CURRENT-DATE
026200               GO TO 1520-EXIT
026300           END-IF.
026400           MOVE 'X'             TO HLD-STATUS.
026500           MOVE WS-CURRENT-DATE TO HLD-RELEASED-DATE.
026600           MOVE 'VARSUSR'       TO HLD-RELEASED-BY.
026700           REWRITE HOLD-RECORD.
026800           ADD 1 TO WS-HOLDS-LAPSED.
026900           MOVE HLD-VAR1 TO MSTR-VAR1.
027000           READ MASTER-FILE
027100               INVALID KEY
027200                   GO TO 1520-EXIT
027300           END-READ.
027400           IF NOT MSTR-HELD
027500               GO TO 1520-EXIT
027600           END-IF.
027700           MOVE 'A' TO MSTR-STATUS.
027800           REWRITE MASTER-RECORD.
027900           PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT.
028000       1520-EXIT.
028100           EXIT.
028200
028300      *----------------------------------------------------------------*
028400      * 2000-SWEEP-SUSPENSE - ONE SUSPENDED RECORD: RELEASE IT IF ITS  *
028500      * KEY IS NO LONGER HELD, OTHERWISE CARRY IT FORWARD.  A KEY NO   *
028600      * LONGER ON THE MASTER IS RELEASED AND LEFT TO THE UPDATE'S      *
028700      * OWN CROSS-EDITS.                                               *
028800      *----------------------------------------------------------------*
028900       2000-SWEEP-SUSPENSE.
029000           READ SUSP-IN
029100               AT END
029200                   MOVE 'Y' TO WS-EOF-SW
029300                   GO TO 2000-EXIT
029400           END-READ.
029500           ADD 1 TO WS-RECS-READ.
029600           MOVE 'N' TO WS-STILL-HELD-SW.
029700           IF TR-DETAIL-REC
029800               MOVE TR-VAR1 TO MSTR-VAR1
029900               READ MASTER-FILE
030000                   INVALID KEY
030100                       CONTINUE
030200                   NOT INVALID KEY
030300                       IF MSTR-HELD
030400                           MOVE 'Y' TO WS-STILL-HELD-SW
030500                       END-IF
030600               END-READ
030700           ELSE
030800               MOVE 'Y' TO WS-STILL-HELD-SW
030900           END-IF.
031000           IF WS-STILL-HELD
031100               WRITE SUSP-NEW-RECORD FROM TRANS-DETAIL-RECORD
031200               ADD 1 TO WS-RECS-HELD
031300           ELSE
031400               PERFORM 2200-RELEASE-RECORD THRU 2200-EXIT
031500           END-IF.
031600       2000-EXIT.
031700           EXIT.
031800
031900      *----------------------------------------------------------------*
032000      * 2200-RELEASE-RECORD - STAMP THE RELEASED FLAG, WRITE THE       *
032100      * TRANSACTION TO THE RELEASE FILE, AND ROLL ITS SOURCE'S         *
032200      * COUNTS FOR THE GENERATED TRAILERS.                             *
032300      *----------------------------------------------------------------*
032400       2200-RELEASE-RECORD.
032500           MOVE 'S' TO TR-RELEASED-SW.
032600           WRITE RELEASE-RECORD FROM TRANS-DETAIL-RECORD.
032700           ADD 1 TO WS-RECS-RELEASED.
032800           IF TR-VAR2-ALPHA NUMERIC
032900               ADD TR-VAR2 TO WS-RELEASED-TOTAL
033000           END-IF.
033100           MOVE TR-SOURCE-ID TO WS-LOC-SOURCE-ID.
033200           PERFORM 2400-LOCATE-SOURCE-ENTRY THRU 2400-EXIT.
033300           ADD 1 TO WS-RSC-RECS (WS-CUR-RSC).
033400           IF TR-VAR2-ALPHA NUMERIC
033500               ADD TR-VAR2 TO WS-RSC-TOTAL (WS-CUR-RSC)
033600           END-IF.
033700       2200-EXIT.
033800           EXIT.
033900
034000      *----------------------------------------------------------------*
034100      * 2400-LOCATE-SOURCE-ENTRY - FIND OR CREATE THE PER-SOURCE      *
034200      * ENTRY FOR WS-LOC-SOURCE-ID, LEAVING ITS SUBSCRIPT IN          *
034300      * WS-CUR-RSC.                                                   *
034400      *----------------------------------------------------------------*
034500       2400-LOCATE-SOURCE-ENTRY.
034600           MOVE 'N' TO WS-LOC-FOUND-SW.
034700           PERFORM 2420-SCAN-SOURCE-ENTRY THRU 2420-EXIT
034800               VARYING WS-RSC-SUB FROM 1 BY 1
034900               UNTIL WS-LOC-FOUND OR WS-RSC-SUB > WS-RSC-COUNT.
035000           IF WS-LOC-FOUND
035100               GO TO 2400-EXIT
035200           END-IF.
035300           IF WS-RSC-COUNT NOT < WS-RSC-MAX
035400               DISPLAY 'VARSUSR: SOURCE TABLE FULL FOR '
035500                   WS-LOC-SOURCE-ID
035600               MOVE 16 TO RETURN-CODE
035700               GO TO 9999-EXIT
035800           END-IF.
035900           ADD 1 TO WS-RSC-COUNT.
036000           MOVE WS-RSC-COUNT TO WS-CUR-RSC.
036100           MOVE WS-LOC-SOURCE-ID TO WS-RSC-ID (WS-CUR-RSC).
036200           MOVE ZERO TO WS-RSC-RECS (WS-CUR-RSC).
036300           MOVE ZERO TO WS-RSC-TOTAL (WS-CUR-RSC).
036400       2400-EXIT.
036500           EXIT.
036600
036700      *----------------------------------------------------------------*
036800      * 2420-SCAN-SOURCE-ENTRY - ONE PROBE OF THE SOURCE TABLE.       *
036900      *----------------------------------------------------------------*
037000       2420-SCAN-SOURCE-ENTRY.
037100           IF WS-RSC-ID (WS-RSC-SUB) = WS-LOC-SOURCE-ID
037200               MOVE WS-RSC-SUB TO WS-CUR-RSC
037300               MOVE 'Y' TO WS-LOC-FOUND-SW
037400           END-IF.
037500       2420-EXIT.
037600           EXIT.
037700
037800      *----------------------------------------------------------------*
037900      * 2500-WRITE-AUDIT-RECORD - LOG THE LAPSE OF A HOLD.  THE VALUE  *
038000      * IS UNCHANGED, SO OLD AND NEW VAR2 ARE BOTH THE MASTER'S        *
038100      * CURRENT VALUE; THE SOURCE HOLDLAPS SAYS WHAT HAPPENED.         *
038200      *----------------------------------------------------------------*
038300       2500-WRITE-AUDIT-RECORD.
038400           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
038500           ACCEPT WS-CURRENT-TIME FROM TIME.
038600           MOVE WS-TIMESTAMP-WORK TO AUD-TIMESTAMP.
038700           MOVE WS-RUN-ID         TO AUD-RUN-ID.
038800           MOVE MSTR-VAR1         TO AUD-VAR1.
038900           MOVE MSTR-VAR2         TO AUD-OLD-VAR2.
039000           MOVE MSTR-VAR2         TO AUD-NEW-VAR2.
039100           MOVE 'HOLDLAPS'        TO AUD-SOURCE.
039200           MOVE 'C'               TO AUD-ACTION.
039233           MOVE SPACES            TO AUD-OPER-ID.
039266           MOVE SPACES            TO AUD-APPR-ID.
039300           WRITE AUDIT-RECORD.
039400           PERFORM 2550-WRITE-AUDIT-HISTORY THRU 2550-EXIT.
039500       2500-EXIT.
039600           EXIT.
039700
039800      *----------------------------------------------------------------*
039900      * 2550-WRITE-AUDIT-HISTORY - THE SAME AUDIT RECORD REKEYED ON    *
040000      * VAR1 PLUS TIMESTAMP AND WRITTEN TO THE KEYED HISTORY MASTER.   *
040100      *----------------------------------------------------------------*
040200       2550-WRITE-AUDIT-HISTORY.
040300           IF NOT WS-AUDHIST-OPEN
040400               GO TO 2550-EXIT
040500           END-IF.
040600           MOVE AUD-VAR1      TO AUDH-VAR1.
040700           MOVE AUD-TIMESTAMP TO AUDH-TIMESTAMP.
040800           MOVE AUD-RUN-ID    TO AUDH-RUN-ID.
040900           MOVE AUD-OLD-VAR2  TO AUDH-OLD-VAR2.
041000           MOVE AUD-NEW-VAR2  TO AUDH-NEW-VAR2.
041100           MOVE AUD-SOURCE    TO AUDH-SOURCE.
041200           MOVE AUD-ACTION    TO AUDH-ACTION.
041233           MOVE AUD-OPER-ID   TO AUDH-OPER-ID.
041266           MOVE AUD-APPR-ID   TO AUDH-APPR-ID.
041300           WRITE AUDIT-HIST-RECORD
041400               INVALID KEY
041500                   CONTINUE
041600           END-WRITE.
041700       2550-EXIT.
041800           EXIT.
041900
042000      *----------------------------------------------------------------*
042100      * 9000-TERMINATE - WRITE THE 'B'/'S' RECORDS FOR EACH SOURCE     *
042200      * RELEASED AND THE GRAND TRAILER, CLOSE FILES, SHOW COUNTS.      *
042300      * THE NIGHTLY SORT PUTS THE HEADERS AND TRAILERS BACK AROUND     *
042400      * THEIR DETAILS.                                                 *
042500      *----------------------------------------------------------------*
042600       9000-TERMINATE.
042700           PERFORM 9100-WRITE-SOURCE-RECORDS THRU 9100-EXIT
042800               VARYING WS-RSC-SUB FROM 1 BY 1
042900               UNTIL WS-RSC-SUB > WS-RSC-COUNT.
043000           IF WS-RECS-RELEASED > ZERO
043100               MOVE SPACES           TO TRANS-TRAILER-RECORD
043200               MOVE 'T'              TO TRT-REC-TYPE
043300               MOVE WS-RECS-RELEASED TO TRT-EXPECTED-RECS
043400               MOVE WS-RELEASED-TOTAL TO TRT-EXPECTED-TOTAL
043500               WRITE RELEASE-RECORD FROM TRANS-TRAILER-RECORD
043600           END-IF.
043700           IF NOT WS-SUSPIN-STATUS = '35'
043800               CLOSE SUSP-IN
043900           END-IF.
044000           CLOSE MASTER-FILE.
044100           CLOSE AUDIT-OUT.
044200           IF WS-AUDHIST-OPEN
044300               CLOSE AUDIT-HIST
044400           END-IF.
044500           CLOSE RELEASE-OUT.
044600           CLOSE SUSP-NEW.
044700           DISPLAY 'HOLDS LAPSED.........: ' WS-HOLDS-LAPSED.
044800           DISPLAY 'SUSPENDED RECORDS READ: ' WS-RECS-READ.
044900           DISPLAY 'RELEASED TONIGHT.....: ' WS-RECS-RELEASED.
045000           DISPLAY 'STILL SUSPENDED......: ' WS-RECS-HELD.
045100       9000-EXIT.
045200           EXIT.
045300
045400      *----------------------------------------------------------------*
045500      * 9100-WRITE-SOURCE-RECORDS - ONE 'B' HEADER AND ONE 'S'        *
045600      * TRAILER FOR EACH SOURCE WITH RELEASED RECORDS.                *
045700      *----------------------------------------------------------------*
045800       9100-WRITE-SOURCE-RECORDS.
045900           MOVE SPACES                      TO TRANS-HEADER-RECORD.
046000           MOVE 'B'                         TO TRH-REC-TYPE.
046100           MOVE WS-RSC-ID (WS-RSC-SUB)      TO TRH-SOURCE-ID.
046200           WRITE RELEASE-RECORD FROM TRANS-HEADER-RECORD.
046300           MOVE SPACES                      TO TRANS-SOURCE-TRAILER.
046400           MOVE 'S'                         TO TRS-REC-TYPE.
046500           MOVE WS-RSC-ID (WS-RSC-SUB)      TO TRS-SOURCE-ID.
046600           MOVE WS-RSC-RECS (WS-RSC-SUB)    TO TRS-EXPECTED-RECS.
046700           MOVE WS-RSC-TOTAL (WS-RSC-SUB)   TO TRS-EXPECTED-TOTAL.
046800           WRITE RELEASE-RECORD FROM TRANS-SOURCE-TRAILER.
046900       9100-EXIT.
047000           EXIT.
047100
047200      *----------------------------------------------------------------*
047300      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
047400      *----------------------------------------------------------------*
047500       9999-EXIT.
047600           STOP RUN.
