009597      *                  KEY'S HISTORY WITHOUT SCANNING THE TRAIL.    *
009598      *                  A HISTORY FILE THAT CANNOT BE OPENED IS      *
009599      *                  WARNED AND SKIPPED; VARAUDL CATCHES IT UP.   *
009600      * 2026-10-15 JHM   MASTER KEY HOLD: A DETAIL FOR A KEY WHOSE    *
009610      *                  MASTER CARRIES STATUS 'H' (PLACED BY THE     *
009620      *                  ONLINE HOLD TRANSACTION, VARHOLD) NO LONGER  *
009630      *                  POSTS OR REJECTS - IT IS WRITTEN TO SUSPOUT  *
009640      *                  AND COUNTED AS SUSPENDED, WITH ITS OWN       *
009650      *                  SOURCE SUBTOTAL, CONTROL-TOTAL AND RECONCILE *
009660      *                  TERMS, AND A HELD-KEYS REPORT SECTION.       *
009670      *                  VARSUSR FEEDS THE ITEMS BACK IN FLAGGED 'S'  *
009680      *                  ONCE THE HOLD IS LIFTED.  CHECKPOINT LRECL   *
009685      *                  96 TO 119, RUN STAMP 80 TO 96.               *
009686      * 2026-10-15 JHM   DUAL-CONTROL APPROVAL: A CHANGE THAT SWINGS  *
009687      *                  MSTR-VAR2 PAST ITS SOURCE'S LIMIT ON THE     *
009688      *                  THRSCTL CARDS (ABSOLUTE OR PERCENTAGE) NO    *
009689      *                  LONGER POSTS - IT IS WRITTEN TO APPROUT FOR  *
009690      *                  A SECOND OPERATOR TO APPROVE OR REJECT       *
009691      *                  THROUGH VARAPPR, AND COUNTED AS QUEUED WITH  *
009692      *                  ITS OWN SOURCE SUBTOTAL, RECONCILE TERMS AND *
009693      *                  REPORT SECTION.  AUDIT RECORD CARRIES MAKER  *
009694      *                  AND APPROVER IDS (BLANK HERE).  CHECKPOINT   *
009695      *                  LRECL 119 TO 135, RUN STAMP 96 TO 112.       *
009703      * 2026-10-15 JHM   SAME-NIGHT CONFLICT DETECTION: THE PRE-      *
009711      *                  BALANCE PASS NOW ENDS BY READING A KEY-      *
009719      *                  ORDERED COPY OF THE NIGHT'S DETAILS (CNFLIN) *
009727      *                  AND FINDING EVERY KEY UPDATED MORE THAN      *
009735      *                  ONCE, ACROSS SOURCES OR WITHIN ONE.  THE     *
009743      *                  PRTYCTL CARDS RANK THE SOURCES; THE HIGHEST  *
009751      *                  POSTS AND THE REST REJECT WITH NEW REASON    *
009759      *                  09.  EVERY COMPETING VALUE PRINTS ON THE     *
009767      *                  CONFLICT REPORT (CNFLRPT).  CC 4 WHEN ANY    *
009768      *                  UPDATE WAS OUTRANKED.  AN UNAUTHORIZED       *
009769      *                  SOURCE OR A HELD KEY DOES NOT COMPETE, SO    *
009770      *                  EVERY UPDATE TO A HELD KEY IS SUSPENDED; AN  *
009771      *                  ADD AND A CHANGE OR DELETE TO ONE KEY DO.    *
009773      * 2026-10-15 JHM   A SECOND RUN FOR A PROCESSING DATE ALREADY   *
009774      *                  CLOSED (BALANCED) ON THE RUN-CONTROL DATASET *
009775      *                  IS REFUSED WITH CC 16 UNLESS A 'RERUN ' CARD *
009776      *                  IS ON PARMIN.  THE TEST IS MADE ONLY BY A    *
009777      *                  'CHECK ' RUN, WHICH THE JOB RUNS AHEAD OF    *
009778      *                  ITS OTHER STEPS.                             *
009780      * 2026-10-15 JHM   PER-SOURCE DAILY STATISTICS: THE REJECT      *
009781      *                  TALLY NOW ALSO COUNTS EACH SOURCE'S REJECTS  *
009782      *                  BY REASON CODE, AND END OF RUN WRITES ONE    *
009783      *                  SRCSREC RECORD PER SOURCE (DETAILS, POSTED,  *
009784      *                  REJECTED BY REASON, PENDED, BOUNCED,         *
009785      *                  DUPLICATE-SCREENED, SUSPENDED, QUEUED, AND   *
009786      *                  CONTROL TOTALS) TO SRCSOUT FOR THE MONTHLY   *
009787      *                  FEEDER SCORECARD (VARSCOR).                  *
009788      *----------------------------------------------------------------*
009791
009800       ENVIRONMENT DIVISION.
009900       CONFIGURATION SECTION.
010000       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
014601               RECORD KEY IS AUT-KEY
014602               FILE STATUS IS WS-AUTH-STATUS.
014603
014604           SELECT SUSPENSE-OUT ASSIGN TO SUSPOUT
014605               ORGANIZATION IS SEQUENTIAL
014606               FILE STATUS IS WS-SUSPENSE-STATUS.
014617           SELECT THRESHOLD-CTL ASSIGN TO THRSCTL
014628               ORGANIZATION IS SEQUENTIAL
014639               FILE STATUS IS WS-THRSCTL-STATUS.
014650
014661           SELECT APPROVAL-OUT ASSIGN TO APPROUT
014672               ORGANIZATION IS SEQUENTIAL
014683               FILE STATUS IS WS-APPROVAL-STATUS.
014684
014685           SELECT PRIORITY-CTL ASSIGN TO PRTYCTL
014686               ORGANIZATION IS SEQUENTIAL
014687               FILE STATUS IS WS-PRTYCTL-STATUS.
014688
014689           SELECT CONFLICT-IN ASSIGN TO CNFLIN
014690               ORGANIZATION IS SEQUENTIAL
014691               FILE STATUS IS WS-CNFLIN-STATUS.
014692
014693           SELECT CONFLICT-RPT ASSIGN TO CNFLRPT
014694               ORGANIZATION IS SEQUENTIAL
014695               FILE STATUS IS WS-CNFLRPT-STATUS.
014696
014697           SELECT RUN-CONTROL ASSIGN TO RUNCTL
014698               ORGANIZATION IS SEQUENTIAL
014699               FILE STATUS IS WS-RUNCTL-STATUS.
014715
014731           SELECT SOURCE-STATS ASSIGN TO SRCSOUT
014747               ORGANIZATION IS SEQUENTIAL
014763               FILE STATUS IS WS-SRCSTAT-STATUS.
014779
014800       DATA DIVISION.
014900       FILE SECTION.
015000
018800           05  CKP-BOUNCED-TOTAL       PIC 9(09).
018900           05  CKP-RECS-RELEASED       PIC 9(07).
019000           05  CKP-REJECTED-TOTAL      PIC 9(09).
019010           05  CKP-RECS-SUSPENDED      PIC 9(07).
019020           05  CKP-SUSPENDED-TOTAL     PIC 9(09).
019030           05  CKP-RECS-SUSP-REL       PIC 9(07).
019053           05  CKP-RECS-QUEUED         PIC 9(07).
019076           05  CKP-QUEUED-TOTAL        PIC 9(09).
019100
019200      *----------------------------------------------------------------*
019300      * MASTER-FILE - ONE RECORD PER WS-VAR1, ADDED OR UPDATED FROM    *
024700           05  RST-OV-AUDIT-RECS       PIC 9(07).
024800           05  RST-OV-PEND-RECS        PIC 9(07).
024900           05  RST-OV-PEND-TOTAL       PIC 9(09).
024910           05  RST-OV-SUSP-RECS        PIC 9(07).
024920           05  RST-OV-SUSP-TOTAL       PIC 9(09).
024946           05  RST-OV-APPR-RECS        PIC 9(07).
024972           05  RST-OV-APPR-TOTAL       PIC 9(09).
025000           05  FILLER                  PIC X(09).
025010
025012      *----------------------------------------------------------------*
025062           05  BHO-FPRINT              PIC 9(09).
025064           05  FILLER                  PIC X(05).
025066
025067      *----------------------------------------------------------------*
025068      * PARM-IN - OPTIONAL OPERATIONS CARDS.  'FORCE ' IN COLS 1-6     *
025069      * WITH A SOURCE ID (OR ALL) IN COLS 7-9 PUSHES A GENUINE RESEND  *
025070      * PAST THE DUPLICATE-BATCH SCREEN.  A 'CHECK ' CARD MAKES THE    *
025071      * RUN ONLY TEST THE RUN-CONTROL DATASET AND STOP.  A 'RERUN '    *
025072      * CARD LETS A PROCESSING DATE ALREADY CLOSED THERE RUN AGAIN.    *
025073      *----------------------------------------------------------------*
025078       FD  PARM-IN
025080           RECORDING MODE IS F.
025082       01  PARM-RECORD.
025095      *----------------------------------------------------------------*
025096       FD  AUTH-FILE.
025097           COPY AUTHREC.
025098
025099      *----------------------------------------------------------------*
025100      * SUSPENSE-OUT - TONIGHT'S DETAILS FOR KEYS ON HOLD, NEITHER     *
025101      * POSTED NOR REJECTED.  MERGED ONTO THE SUSPENSE FILE AFTER THE  *
025102      * RUN BALANCES; VARSUSR FEEDS EACH ITEM BACK IN ONCE ITS KEY IS  *
025103      * NO LONGER HELD.                                                *
025104      *----------------------------------------------------------------*
025105       FD  SUSPENSE-OUT
025106           RECORDING MODE IS F.
025107       01  SUSPENSE-RECORD             PIC X(28).
025109
025111      *----------------------------------------------------------------*
025115      * THRESHOLD-CTL - OPTIONAL CONTROL CARDS SETTING, PER SOURCE,    *
025119      * THE LARGEST VAR2 SWING A CHANGE MAY MAKE WITHOUT A SECOND      *
025123      * OPERATOR'S APPROVAL.  A FILE THAT CANNOT BE OPENED LIMITS      *
025127      * NOTHING.                                                       *
025131      *----------------------------------------------------------------*
025135       FD  THRESHOLD-CTL
025139           RECORDING MODE IS F.
025143           COPY THRSREC.
025147
025151      *----------------------------------------------------------------*
025155      * APPROVAL-OUT - TONIGHT'S CHANGES OVER THEIR SOURCE'S           *
025159      * THRESHOLD, NEITHER POSTED NOR REJECTED.  MERGED ONTO THE       *
025163      * APPROVAL QUEUE AFTER THE RUN BALANCES, WHERE A SECOND          *
025167      * OPERATOR RELEASES OR KILLS EACH ONE THROUGH VARAPPR.           *
025171      *----------------------------------------------------------------*
025175       FD  APPROVAL-OUT
025179           RECORDING MODE IS F.
025183           COPY APPRREC.
025186
025189      *----------------------------------------------------------------*
025192      * PRIORITY-CTL - OPTIONAL CONTROL CARDS RANKING THE SOURCES      *
025195      * AGAINST EACH OTHER WHEN TWO OR MORE UPDATES HIT ONE KEY ON     *
025198      * ONE NIGHT.  A FILE THAT CANNOT BE OPENED RANKS THEM EVEN.      *
025201      *----------------------------------------------------------------*
025204       FD  PRIORITY-CTL
025207           RECORDING MODE IS F.
025210           COPY PRTYREC.
025213
025216      *----------------------------------------------------------------*
025219      * CONFLICT-IN - THE NIGHT'S DETAILS AGAIN, SORTED BY THE JOB     *
025222      * INTO VAR1 / SOURCE / RECORD-TYPE ORDER, FOR THE SAME-NIGHT     *
025225      * CONFLICT CHECK AT THE END OF THE PRE-BALANCE PASS.             *
025228      *----------------------------------------------------------------*
025231       FD  CONFLICT-IN
025234           RECORDING MODE IS F.
025237       01  CONFLICT-RECORD             PIC X(28).
025240
025243      *----------------------------------------------------------------*
025246      * CONFLICT-RPT - EVERY KEY UPDATED MORE THAN ONCE TONIGHT, WITH  *
025249      * EACH COMPETING VALUE AND WHICH ONE WON, FOR THE BUSINESS       *
025252      * OWNERS TO SETTLE.                                              *
025255      *----------------------------------------------------------------*
025258       FD  CONFLICT-RPT
025261           RECORDING MODE IS F.
025264       01  CONFLICT-LINE               PIC X(80).
025267
025270      *----------------------------------------------------------------*
025273      * RUN-CONTROL - THE NIGHTLY RUN SUMMARIES APPENDED BY THE        *
025276      * BALANCING STEP, READ AT START-UP TO SEE WHETHER TODAY'S        *
025279      * PROCESSING DATE HAS ALREADY CLOSED.                            *
025282      *----------------------------------------------------------------*
025285       FD  RUN-CONTROL
025288           RECORDING MODE IS F.
025291           COPY RUNCREC.
025299
025307      *----------------------------------------------------------------*
025315      * SOURCE-STATS - ONE STATISTICS RECORD PER SOURCE FOR TONIGHT,   *
025323      * REWRITTEN AT END OF RUN.  THE JOB APPENDS IT TO THE CUMULATIVE *
025331      * SOURCE STATISTICS DATASET AFTER THE RUN BALANCES.              *
025339      *----------------------------------------------------------------*
025347       FD  SOURCE-STATS
025355           RECORDING MODE IS F.
025363           COPY SRCSREC.
025371
025379       WORKING-STORAGE SECTION.
025387
025400       01  WS-VARIABLES.
025500           05  WS-VAR1                 PIC X(10).
025600           05  WS-VAR2                 PIC 9(05).
031400       77  WS-RECS-PENDED              PIC 9(07) COMP VALUE ZERO.
031500       77  WS-PENDED-TOTAL             PIC 9(09) COMP VALUE ZERO.
031600       77  WS-RECS-RELEASED            PIC 9(07) COMP VALUE ZERO.
031610       77  WS-SUSPENSE-STATUS          PIC X(02).
031620       77  WS-SUSPENDED-SW             PIC X(01) VALUE 'N'.
031630           88  WS-SUSPENDED                    VALUE 'Y'.
031640       77  WS-RECS-SUSPENDED           PIC 9(07) COMP VALUE ZERO.
031650       77  WS-SUSPENDED-TOTAL          PIC 9(09) COMP VALUE ZERO.
031660       77  WS-RECS-SUSP-REL            PIC 9(07) COMP VALUE ZERO.
031666       77  WS-APPROVAL-STATUS          PIC X(02).
031672       77  WS-QUEUED-SW                PIC X(01) VALUE 'N'.
031678           88  WS-QUEUED                       VALUE 'Y'.
031684       77  WS-RECS-QUEUED              PIC 9(07) COMP VALUE ZERO.
031690       77  WS-QUEUED-TOTAL             PIC 9(09) COMP VALUE ZERO.
031700       77  WS-REJECTED-TOTAL           PIC 9(09) COMP VALUE ZERO.
031800       77  WS-SECTION-TOTAL            PIC 9(09) COMP VALUE ZERO.
031900       77  WS-BOUNCED-EXP-RECS         PIC 9(07) COMP VALUE ZERO.
032600       77  WS-OV-AUDIT-RECS            PIC 9(07) COMP VALUE ZERO.
032700       77  WS-OV-PEND-RECS             PIC 9(07) COMP VALUE ZERO.
032800       77  WS-OV-PEND-TOTAL            PIC 9(09) COMP VALUE ZERO.
032810       77  WS-OV-SUSP-RECS             PIC 9(07) COMP VALUE ZERO.
032820       77  WS-OV-SUSP-TOTAL            PIC 9(09) COMP VALUE ZERO.
032846       77  WS-OV-APPR-RECS             PIC 9(07) COMP VALUE ZERO.
032872       77  WS-OV-APPR-TOTAL            PIC 9(09) COMP VALUE ZERO.
032900       77  WS-OV-COUNT                 PIC 9(07) COMP VALUE ZERO.
033000       77  WS-OV-AMOUNT                PIC 9(09) COMP VALUE ZERO.
033100       77  WS-OV-EOF-SW                PIC X(01) VALUE 'N'.
033242       77  WS-FP-SUB                   PIC 9(02) COMP VALUE ZERO.
033244       77  WS-DUP-FOUND-SW             PIC X(01) VALUE 'N'.
033246           88  WS-DUP-FOUND                    VALUE 'Y'.
033247       77  WS-RUNCTL-STATUS            PIC X(02).
033248       77  WS-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
033249           88  WS-RUNCTL-EOF                   VALUE 'Y'.
033250       77  WS-RERUN-SW                 PIC X(01) VALUE 'N'.
033251           88  WS-RERUN-AUTHORIZED             VALUE 'Y'.
033252       77  WS-DATE-CLOSED-SW           PIC X(01) VALUE 'N'.
033253           88  WS-DATE-CLOSED                  VALUE 'Y'.
033254       77  WS-CHECK-ONLY-SW            PIC X(01) VALUE 'N'.
033255           88  WS-CHECK-ONLY                   VALUE 'Y'.
033256       77  WS-SRCSTAT-STATUS           PIC X(02).
033257       77  WS-RSN-SUB                  PIC 9(02) COMP VALUE ZERO.
033258       77  WS-RSN-MAX                  PIC 9(02) VALUE 15.
033259
033260      *----------------------------------------------------------------*
033261      * BATCH-HISTORY TABLE LOADED FROM BHSTIN AHEAD OF THE            *
033262      * PRE-BALANCE PASS, AND THE FORCE LIST FROM THE PARMIN CARDS.    *
033263      *----------------------------------------------------------------*
033264       01  WS-BATCH-HIST-TABLE.
033265           05  WS-BH-ENTRY OCCURS 70 TIMES.
033266               10  WS-BH-SOURCE        PIC X(02).
033267               10  WS-BH-DATE          PIC 9(08).
033268               10  WS-BH-RECS          PIC 9(07) COMP.
033269               10  WS-BH-TOTAL         PIC 9(09) COMP.
033270               10  WS-BH-FPRINT        PIC 9(09) COMP.
033272
033274       01  WS-FORCE-TABLE.
033295
033296      *----------------------------------------------------------------*
033297      * AUTHORIZATION RANGES LOADED FROM AUTH-FILE AT START-UP, AND    *
033298      * THE FIRST VIOLATIONS AND SUSPENDED ITEMS NOTED FOR THE REPORT. *
033299      *----------------------------------------------------------------*
033300       01  WS-AUTH-TABLE.
033301           05  WS-AUT-ENTRY OCCURS 100 TIMES.
033308               10  WS-VIOL-SOURCE      PIC X(02).
033309               10  WS-VIOL-VAR1        PIC X(10).
033310
033311       01  WS-HELD-TABLE.
033312           05  WS-HELD-ENTRY OCCURS 50 TIMES.
033313               10  WS-HELD-SOURCE      PIC X(02).
033314               10  WS-HELD-VAR1        PIC X(10).
033315               10  WS-HELD-VAR2        PIC X(05).
033316               10  WS-HELD-ACTION      PIC X(01).
033317       77  WS-HELD-USED                PIC 9(02) COMP VALUE ZERO.
033318       77  WS-HELD-SUB                 PIC 9(02) COMP VALUE ZERO.
033319       77  WS-HELD-MAX                 PIC 9(02) VALUE 50.
033320
033321      *----------------------------------------------------------------*
033323      * VAR2 CHANGE THRESHOLDS LOADED FROM THRESHOLD-CTL AT START-UP,  *
033325      * AND THE FIRST CHANGES QUEUED FOR APPROVAL NOTED FOR THE        *
033327      * REPORT.                                                        *
033329      *----------------------------------------------------------------*
033331       01  WS-THR-TABLE.
033333           05  WS-THR-ENTRY OCCURS 50 TIMES.
033335               10  WS-THR-SOURCE       PIC X(02).
033337               10  WS-THR-ABS          PIC 9(05).
033339               10  WS-THR-PCT          PIC 9(03).
033341       77  WS-THRSCTL-STATUS           PIC X(02).
033343       77  WS-THR-EOF-SW               PIC X(01) VALUE 'N'.
033345           88  WS-THR-EOF                      VALUE 'Y'.
033347       77  WS-THR-COUNT                PIC 9(02) COMP VALUE ZERO.
033349       77  WS-THR-SUB                  PIC 9(02) COMP VALUE ZERO.
033351       77  WS-THR-MAX                  PIC 9(02) VALUE 50.
033353       77  WS-THR-KEY                  PIC X(02) VALUE SPACES.
033355       77  WS-THR-FOUND-SW             PIC X(01) VALUE 'N'.
033357           88  WS-THR-FOUND                    VALUE 'Y'.
033359       77  WS-THR-OVER-SW              PIC X(01) VALUE 'N'.
033361           88  WS-THR-OVER                     VALUE 'Y'.
033363       77  WS-THR-LIMIT-ABS            PIC 9(05) VALUE ZERO.
033365       77  WS-THR-LIMIT-PCT            PIC 9(03) VALUE ZERO.
033367       77  WS-THR-LIMIT-TYPE           PIC X(01) VALUE SPACE.
033369       77  WS-THR-SWING                PIC 9(05) COMP VALUE ZERO.
033371       77  WS-THR-SWING-PCT            PIC 9(09) COMP VALUE ZERO.
033373       77  WS-THR-PCT-LIMIT            PIC 9(09) COMP VALUE ZERO.
033375
033377       01  WS-QUEUE-TABLE.
033379           05  WS-QUEUE-ENTRY OCCURS 50 TIMES.
033381               10  WS-QUEUE-SOURCE     PIC X(02).
033383               10  WS-QUEUE-VAR1       PIC X(10).
033385               10  WS-QUEUE-OLD-VAR2   PIC 9(05).
033387               10  WS-QUEUE-NEW-VAR2   PIC 9(05).
033389               10  WS-QUEUE-TYPE       PIC X(01).
033391       77  WS-QUEUE-USED               PIC 9(02) COMP VALUE ZERO.
033393       77  WS-QUEUE-SUB                PIC 9(02) COMP VALUE ZERO.
033395       77  WS-QUEUE-MAX                PIC 9(02) VALUE 50.
033396
033397      *----------------------------------------------------------------*
033398      * SAME-NIGHT CONFLICT DETECTION: SOURCE PRIORITIES LOADED FROM   *
033399      * PRIORITY-CTL, THE UPDATES COMPETING FOR THE KEY IN HAND ON     *
033400      * THE KEY-ORDERED COPY OF TRANS-IN, AND EVERY OUTRANKED UPDATE   *
033401      * (SOURCE, RECORD TYPE, KEY, AND WHICH OF THAT SOURCE'S UPDATES  *
033402      * TO THE KEY IT IS) FOR THE MAIN PASS TO REJECT.                 *
033403      *----------------------------------------------------------------*
033404       01  WS-PRI-TABLE.
033405           05  WS-PRI-ENTRY OCCURS 50 TIMES.
033406               10  WS-PRI-SOURCE       PIC X(02).
033407               10  WS-PRI-VALUE        PIC 9(03).
033408       77  WS-PRTYCTL-STATUS           PIC X(02).
033409       77  WS-PRI-EOF-SW               PIC X(01) VALUE 'N'.
033410           88  WS-PRI-EOF                      VALUE 'Y'.
033411       77  WS-PRI-COUNT                PIC 9(02) COMP VALUE ZERO.
033412       77  WS-PRI-SUB                  PIC 9(02) COMP VALUE ZERO.
033413       77  WS-PRI-MAX                  PIC 9(02) VALUE 50.
033414       77  WS-PRI-DEFAULT              PIC 9(03) VALUE ZERO.
033415       77  WS-PRI-WORK                 PIC 9(03) VALUE ZERO.
033416       77  WS-PRI-FOUND-SW             PIC X(01) VALUE 'N'.
033417           88  WS-PRI-FOUND                    VALUE 'Y'.
033418
033419       01  WS-CNF-TRANS.
033420           05  WS-CFT-REC-TYPE         PIC X(01).
033421           05  WS-CFT-SOURCE-ID        PIC X(02).
033422           05  WS-CFT-VAR1             PIC X(10).
033423           05  WS-CFT-VAR2             PIC X(05).
033424           05  WS-CFT-ACTION           PIC X(01).
033425           05  WS-CFT-EFF-DATE         PIC 9(08).
033426           05  WS-CFT-EFF-DATE-A REDEFINES WS-CFT-EFF-DATE
033427                                       PIC X(08).
033428           05  FILLER                  PIC X(01).
033429       77  WS-CNFLIN-STATUS            PIC X(02).
033430       77  WS-CNFLRPT-STATUS           PIC X(02).
033431       77  WS-CNF-EOF-SW               PIC X(01) VALUE 'N'.
033432           88  WS-CNF-EOF                      VALUE 'Y'.
033433       77  WS-CNF-ELIG-SW              PIC X(01) VALUE 'N'.
033434           88  WS-CNF-ELIGIBLE                 VALUE 'Y'.
033435       77  WS-CNF-LOSER-SW             PIC X(01) VALUE 'N'.
033436           88  WS-CNF-LOSER                    VALUE 'Y'.
033437       77  WS-CNF-LAST-SOURCE          PIC X(02) VALUE SPACES.
033438       77  WS-CNF-LAST-TYPE            PIC X(01) VALUE SPACE.
033439       77  WS-CNF-LAST-VAR1            PIC X(10) VALUE SPACES.
033440       77  WS-CNF-OCCUR                PIC 9(03) COMP VALUE ZERO.
033441       77  WS-CNF-KEYS                 PIC 9(07) COMP VALUE ZERO.
033442       77  WS-CNF-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
033443       77  WS-CNF-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
033444
033445       01  WS-GRP-TABLE.
033446           05  WS-GRP-ENTRY OCCURS 50 TIMES.
033447               10  WS-GRP-SOURCE       PIC X(02).
033448               10  WS-GRP-TYPE         PIC X(01).
033449               10  WS-GRP-VAR2         PIC X(05).
033450               10  WS-GRP-ACTION       PIC X(01).
033451               10  WS-GRP-EFF-DATE     PIC X(08).
033452               10  WS-GRP-PRIORITY     PIC 9(03).
033453               10  WS-GRP-OCCUR        PIC 9(03) COMP.
033454       77  WS-GRP-VAR1                 PIC X(10) VALUE SPACES.
033455       77  WS-GRP-COUNT                PIC 9(02) COMP VALUE ZERO.
033456       77  WS-GRP-SUB                  PIC 9(02) COMP VALUE ZERO.
033457       77  WS-GRP-MAX                  PIC 9(02) VALUE 50.
033458       77  WS-GRP-WINNER               PIC 9(02) COMP VALUE ZERO.
033459
033460       01  WS-LOSER-TABLE.
033461           05  WS-LOSER-ENTRY OCCURS 500 TIMES.
033462               10  WS-LOSER-SOURCE     PIC X(02).
033463               10  WS-LOSER-TYPE       PIC X(01).
033464               10  WS-LOSER-VAR1       PIC X(10).
033465               10  WS-LOSER-OCCUR      PIC 9(03) COMP.
033466       77  WS-LOSER-COUNT              PIC 9(03) COMP VALUE ZERO.
033467       77  WS-LOSER-SUB                PIC 9(03) COMP VALUE ZERO.
033468       77  WS-LOSER-MAX                PIC 9(03) VALUE 500.
033469
033470      *----------------------------------------------------------------*
033500      * WORK VIEWS OF THE FLAT PENDING AND BOUNCE RECORDS READ BACK   *
033600      * WHILE MEASURING THE RESTART OVERLAP.                          *
033700      *----------------------------------------------------------------*
042120               10  WS-SRC-FPRINT       PIC 9(09) COMP.
042140               10  WS-SRC-DUP-SW       PIC X(01).
042160                   88  WS-SRC-DUP              VALUE 'Y'.
042170               10  WS-SRC-SUSPENDED    PIC 9(07) COMP.
042180               10  WS-SRC-SUSP-TOTAL   PIC 9(09) COMP.
042186               10  WS-SRC-QUEUED       PIC 9(07) COMP.
042192               10  WS-SRC-QUEUE-TOTAL  PIC 9(09) COMP.
042194               10  WS-SRC-REASONS.
042196                   15  WS-SRC-RSN-CNT  PIC 9(07) COMP OCCURS 15 TIMES.
042200
042300      *----------------------------------------------------------------*
042400      * PRINT REPORT LINES                                             *
050000               'RELEASED FROM PEND..'.
050100           05  RTLR-RECS-RELEASED      PIC ZZZZZZ9.
050200           05  FILLER                  PIC X(52) VALUE SPACES.
050210
050220       01  RPT-TOTAL-LINE-H.
050230           05  FILLER                  PIC X(01) VALUE ' '.
050240           05  FILLER                  PIC X(20) VALUE
050250               'RECORDS SUSPENDED...'.
050260           05  RTLH-RECS-SUSPENDED     PIC ZZZZZZ9.
050270           05  FILLER                  PIC X(52) VALUE SPACES.
050280
050282       01  RPT-TOTAL-LINE-S.
050284           05  FILLER                  PIC X(01) VALUE ' '.
050286           05  FILLER                  PIC X(20) VALUE
050288               'RELEASED FROM SUSP..'.
050290           05  RTLS-RECS-SUSP-REL      PIC ZZZZZZ9.
050291           05  FILLER                  PIC X(52) VALUE SPACES.
050292
050293       01  RPT-TOTAL-LINE-Q.
050294           05  FILLER                  PIC X(01) VALUE ' '.
050295           05  FILLER                  PIC X(20) VALUE
050296               'QUEUED FOR APPROVAL.'.
050297           05  RTLQ-RECS-QUEUED        PIC ZZZZZZ9.
050298           05  FILLER                  PIC X(52) VALUE SPACES.
050309
050320       01  RPT-TOTAL-LINE-K.
050331           05  FILLER                  PIC X(01) VALUE ' '.
050342           05  FILLER                  PIC X(20) VALUE
050353               ' OF WHICH OUTRANKED.'.
050364           05  RTLK-RECS-OUTRANKED     PIC ZZZZZZ9.
050375           05  FILLER                  PIC X(52) VALUE SPACES.
050386
050400       01  RPT-TOTAL-LINE-N.
050500           05  FILLER                  PIC X(01) VALUE ' '.
050600           05  FILLER                  PIC X(20) VALUE
052390               ' DENIED KEY '.
052392           05  RVL-VAR1                PIC X(10).
052394           05  FILLER                  PIC X(48) VALUE SPACES.
052395
052396       01  RPT-HELD-HEADER.
052397           05  FILLER                  PIC X(01) VALUE ' '.
052398           05  FILLER                  PIC X(34) VALUE
052399               'HELD KEYS - TRANSACTIONS SUSPENDED'.
052400           05  FILLER                  PIC X(45) VALUE SPACES.
052401
052402       01  RPT-HELD-LINE.
052403           05  FILLER                  PIC X(01) VALUE ' '.
052404           05  FILLER                  PIC X(07) VALUE 'SOURCE '.
052405           05  RHD-SOURCE              PIC X(02).
052406           05  FILLER                  PIC X(10) VALUE
052407               ' HELD KEY '.
052408           05  RHD-VAR1                PIC X(10).
052409           05  FILLER                  PIC X(06) VALUE ' VAR2 '.
052410           05  RHD-VAR2                PIC X(05).
052411           05  FILLER                  PIC X(08) VALUE ' ACTION '.
052412           05  RHD-ACTION              PIC X(01).
052415           05  FILLER                  PIC X(30) VALUE SPACES.
052418
052421       01  RPT-QUEUE-HEADER.
052424           05  FILLER                  PIC X(01) VALUE ' '.
052427           05  FILLER                  PIC X(40) VALUE
052430               'CHANGES QUEUED FOR DUAL-CONTROL APPROVAL'.
052433           05  FILLER                  PIC X(39) VALUE SPACES.
052436
052439       01  RPT-QUEUE-LINE.
052442           05  FILLER                  PIC X(01) VALUE ' '.
052445           05  FILLER                  PIC X(07) VALUE 'SOURCE '.
052448           05  RQL-SOURCE              PIC X(02).
052451           05  FILLER                  PIC X(05) VALUE ' KEY '.
052454           05  RQL-VAR1                PIC X(10).
052457           05  FILLER                  PIC X(05) VALUE ' OLD '.
052460           05  RQL-OLD-VAR2            PIC ZZZZ9.
052463           05  FILLER                  PIC X(05) VALUE ' NEW '.
052466           05  RQL-NEW-VAR2            PIC ZZZZ9.
052469           05  FILLER                  PIC X(07) VALUE ' LIMIT '.
052472           05  RQL-LIMIT               PIC X(08).
052475           05  FILLER                  PIC X(30) VALUE SPACES.
052477
052479      *----------------------------------------------------------------*
052481      * CONFLICT REPORT LINES                                          *
052483      *----------------------------------------------------------------*
052485       01  CNF-HEADING-LINE-1.
052487           05  FILLER                  PIC X(01) VALUE ' '.
052489           05  FILLER                  PIC X(30) VALUE
052491               'SAME-NIGHT CONFLICTING UPDATES'.
052493           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
052495           05  CH1-RUN-DATE            PIC 9(08).
052497           05  FILLER                  PIC X(05) VALUE SPACES.
052499           05  FILLER                  PIC X(05) VALUE 'PAGE '.
052501           05  CH1-PAGE-NO             PIC ZZ9.
052503           05  FILLER                  PIC X(18) VALUE SPACES.
052505
052507       01  CNF-HEADING-LINE-2.
052509           05  FILLER                  PIC X(01) VALUE ' '.
052511           05  FILLER                  PIC X(12) VALUE 'VAR1'.
052513           05  FILLER                  PIC X(08) VALUE 'SOURCE'.
052515           05  FILLER                  PIC X(06) VALUE 'PRTY'.
052517           05  FILLER                  PIC X(08) VALUE 'ACTION'.
052519           05  FILLER                  PIC X(07) VALUE 'VAR2'.
052521           05  FILLER                  PIC X(10) VALUE 'EFF DATE'.
052523           05  FILLER                  PIC X(16) VALUE 'RESULT'.
052525           05  FILLER                  PIC X(12) VALUE SPACES.
052527
052529       01  CNF-DETAIL-LINE.
052531           05  FILLER                  PIC X(01) VALUE ' '.
052533           05  CDL-VAR1                PIC X(10).
052535           05  FILLER                  PIC X(02) VALUE SPACES.
052537           05  CDL-SOURCE              PIC X(02).
052539           05  FILLER                  PIC X(06) VALUE SPACES.
052541           05  CDL-PRIORITY            PIC ZZ9.
052543           05  FILLER                  PIC X(03) VALUE SPACES.
052545           05  CDL-ACTION              PIC X(01).
052547           05  FILLER                  PIC X(07) VALUE SPACES.
052549           05  CDL-VAR2                PIC X(05).
052551           05  FILLER                  PIC X(02) VALUE SPACES.
052553           05  CDL-EFF-DATE            PIC X(08).
052555           05  FILLER                  PIC X(02) VALUE SPACES.
052557           05  CDL-RESULT              PIC X(16).
052559           05  FILLER                  PIC X(12) VALUE SPACES.
052561
052563       01  CNF-TOTAL-LINE.
052565           05  FILLER                  PIC X(01) VALUE ' '.
052567           05  CTL-LITERAL             PIC X(20).
052569           05  CTL-COUNT               PIC ZZZZZZ9.
052571           05  FILLER                  PIC X(52) VALUE SPACES.
052573
052575       PROCEDURE DIVISION.
052600
052700      *----------------------------------------------------------------*
052800      * 0000-MAINLINE                                                  *
052900      *----------------------------------------------------------------*
053000       0000-MAINLINE.
053050           PERFORM 1505-READ-FORCE-CARDS THRU 1505-EXIT.
053060           IF WS-CHECK-ONLY
053070               PERFORM 1400-CHECK-RUN-CONTROL THRU 1400-EXIT
053080               DISPLAY 'YOUR-PROGRAM-NAME: PROCESSING DATE '
053085                   WS-CURRENT-DATE ' CLEAR TO RUN'
053090               GO TO 9999-EXIT
053095           END-IF.
053100           PERFORM 1500-PREBALANCE-PASS THRU 1500-EXIT.
053200           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
053300           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
060400               MOVE 16 TO RETURN-CODE
060500               GO TO 9999-EXIT
060600           END-IF.
060602           IF WS-RESTART-ACTIVE
060604               OPEN EXTEND SUSPENSE-OUT
060606           ELSE
060608               OPEN OUTPUT SUSPENSE-OUT
060610           END-IF.
060612           IF WS-SUSPENSE-STATUS NOT = '00'
060614               DISPLAY 'YOUR-PROGRAM-NAME: UNABLE TO OPEN '
060616                   'SUSPENSE-OUT, STATUS ' WS-SUSPENSE-STATUS
060617               MOVE 16 TO RETURN-CODE
060618               GO TO 9999-EXIT
060619           END-IF.
060625           IF WS-RESTART-ACTIVE
060631               OPEN EXTEND APPROVAL-OUT
060637           ELSE
060643               OPEN OUTPUT APPROVAL-OUT
060649           END-IF.
060655           IF WS-APPROVAL-STATUS NOT = '00'
060661               DISPLAY 'YOUR-PROGRAM-NAME: UNABLE TO OPEN '
060667                   'APPROVAL-OUT, STATUS ' WS-APPROVAL-STATUS
060673               MOVE 16 TO RETURN-CODE
060679               GO TO 9999-EXIT
060685           END-IF.
060695           PERFORM 1750-LOAD-THRESHOLD-TABLE THRU 1750-EXIT.
060700           PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
060800       1000-EXIT.
060900           EXIT.
062000                       CONTINUE
062100                   NOT AT END
062200                       IF CKP-RECS-READ > ZERO
062300                           MOVE CKP-RECS-READ TO WS-RESTART-SKIP-COUNT
062400                           MOVE CKP-RECS-PROCESSED TO WS-RECS-PROCESSED
062500                           MOVE CKP-RECS-REJECTED  TO WS-RECS-REJECTED
062600                           MOVE CKP-CONTROL-TOTAL  TO WS-CONTROL-TOTAL
063000                           MOVE CKP-BOUNCED-TOTAL  TO WS-BOUNCED-TOTAL
063100                           MOVE CKP-RECS-RELEASED  TO WS-RECS-RELEASED
063200                           MOVE CKP-REJECTED-TOTAL TO WS-REJECTED-TOTAL
063210                           MOVE CKP-RECS-SUSPENDED TO WS-RECS-SUSPENDED
063220                           MOVE CKP-SUSPENDED-TOTAL
063230                                                   TO WS-SUSPENDED-TOTAL
063240                           MOVE CKP-RECS-SUSP-REL  TO WS-RECS-SUSP-REL
063260                           MOVE CKP-RECS-QUEUED    TO WS-RECS-QUEUED
063280                           MOVE CKP-QUEUED-TOTAL   TO WS-QUEUED-TOTAL
063300                           MOVE CKP-RUN-ID         TO WS-RUN-ID
063400                           MOVE 'Y' TO WS-RESTART-SW
063500                       END-IF
065700           PERFORM 1153-MEASURE-EXCEPT THRU 1153-EXIT.
065800           PERFORM 1155-MEASURE-AUDIT THRU 1155-EXIT.
065900           PERFORM 1157-MEASURE-PENDING THRU 1157-EXIT.
065950           PERFORM 1163-MEASURE-SUSPENSE THRU 1163-EXIT.
065975           PERFORM 1165-MEASURE-APPROVAL THRU 1165-EXIT.
066000           PERFORM 1159-SCAN-OLD-BOUNCE THRU 1159-EXIT.
066100       1150-EXIT.
066200           EXIT.
084600           END-IF.
084700       1161-EXIT.
084800           EXIT.
084810
084820      *----------------------------------------------------------------*
084830      * 1163-MEASURE-SUSPENSE - PHYSICAL SUSPENSE COUNT AND TOTAL     *
084840      * LESS THE CHECKPOINTED FIGURES.                                *
084850      *----------------------------------------------------------------*
084860       1163-MEASURE-SUSPENSE.
084862           MOVE ZERO TO WS-OV-COUNT.
084864           MOVE ZERO TO WS-OV-AMOUNT.
084866           MOVE 'N' TO WS-OV-EOF-SW.
084868           OPEN INPUT SUSPENSE-OUT.
084870           IF WS-SUSPENSE-STATUS NOT = '00'
084872               GO TO 1163-EXIT
084874           END-IF.
084876           PERFORM 1164-READ-OLD-SUSPENSE THRU 1164-EXIT
084878               UNTIL WS-OV-EOF.
084880           CLOSE SUSPENSE-OUT.
084882           IF WS-OV-COUNT > WS-RECS-SUSPENDED
084884               COMPUTE WS-OV-SUSP-RECS
084886                   = WS-OV-COUNT - WS-RECS-SUSPENDED
084888           END-IF.
084890           IF WS-OV-AMOUNT > WS-SUSPENDED-TOTAL
084892               COMPUTE WS-OV-SUSP-TOTAL
084894                   = WS-OV-AMOUNT - WS-SUSPENDED-TOTAL
084896           END-IF.
084898       1163-EXIT.
084900           EXIT.
084910
084920       1164-READ-OLD-SUSPENSE.
084930           READ SUSPENSE-OUT INTO WS-OV-PEND-REC
084940               AT END
084950                   MOVE 'Y' TO WS-OV-EOF-SW
084960                   GO TO 1164-EXIT
084970           END-READ.
084975           ADD 1 TO WS-OV-COUNT.
084980           IF WS-OVP-VAR2-A NUMERIC
084985               ADD WS-OVP-VAR2 TO WS-OV-AMOUNT
084990           END-IF.
084994       1164-EXIT.
084996           EXIT.
084998
085000      *----------------------------------------------------------------*
085002      * 1165-MEASURE-APPROVAL - PHYSICAL APPROVAL-QUEUE COUNT AND      *
085004      * TOTAL LESS THE CHECKPOINTED FIGURES.                           *
085006      *----------------------------------------------------------------*
085008       1165-MEASURE-APPROVAL.
085010           MOVE ZERO TO WS-OV-COUNT.
085012           MOVE ZERO TO WS-OV-AMOUNT.
085014           MOVE 'N' TO WS-OV-EOF-SW.
085016           OPEN INPUT APPROVAL-OUT.
085018           IF WS-APPROVAL-STATUS NOT = '00'
085020               GO TO 1165-EXIT
085022           END-IF.
085024           PERFORM 1166-READ-OLD-APPROVAL THRU 1166-EXIT
085026               UNTIL WS-OV-EOF.
085028           CLOSE APPROVAL-OUT.
085030           IF WS-OV-COUNT > WS-RECS-QUEUED
085032               COMPUTE WS-OV-APPR-RECS
085034                   = WS-OV-COUNT - WS-RECS-QUEUED
085036           END-IF.
085038           IF WS-OV-AMOUNT > WS-QUEUED-TOTAL
085040               COMPUTE WS-OV-APPR-TOTAL
085042                   = WS-OV-AMOUNT - WS-QUEUED-TOTAL
085044           END-IF.
085046       1165-EXIT.
085048           EXIT.
085050
085052       1166-READ-OLD-APPROVAL.
085054           READ APPROVAL-OUT
085056               AT END
085058                   MOVE 'Y' TO WS-OV-EOF-SW
085060                   GO TO 1166-EXIT
085062           END-READ.
085064           ADD 1 TO WS-OV-COUNT.
085066           IF APR-NEW-VAR2 NUMERIC
085068               ADD APR-NEW-VAR2 TO WS-OV-AMOUNT
085070           END-IF.
085072       1166-EXIT.
085074           EXIT.
085076
085078      *----------------------------------------------------------------*
085079      * 1400-CHECK-RUN-CONTROL - REFUSE A SECOND RUN FOR A PROCESSING  *
085080      * DATE THAT HAS ALREADY CLOSED.  A BALANCED RECORD FOR TODAY ON  *
085081      * THE RUN-CONTROL DATASET (APPENDED BY VARBALN) MEANS TONIGHT'S  *
085082      * UPDATE HAS ALREADY POSTED AND PROVED, AND THE RUN STOPS WITH   *
085083      * CC 16.  ONLY A 'CHECK ' RUN MAKES THIS TEST: THE JOB RUNS ONE  *
085084      * AHEAD OF EVERY STEP THAT WORKS OFF A QUEUE, SO A REFUSED NIGHT *
085085      * LEAVES THEM ALL AS THEY WERE, AND THE UPDATE STEP ITSELF NEVER *
085086      * REFUSES.  A 'RERUN ' CARD ON THE CHECK RUN'S PARMIN LETS       *
085087      * OPERATIONS RUN THE DATE AGAIN ON PURPOSE.  AN OUT-OF-BALANCE   *
085088      * NIGHT IS NOT CLOSED, SO ITS CLEANUP RERUN NEEDS NO CARD.  A    *
085089      * RUN-CONTROL DATASET THAT CANNOT BE OPENED (FIRST RUN) IS       *
085090      * WARNED AND CLOSES NOTHING.                                     *
085091      *----------------------------------------------------------------*
085100       1400-CHECK-RUN-CONTROL.
085102           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
085106           MOVE 'N' TO WS-DATE-CLOSED-SW.
085108           MOVE 'N' TO WS-RUNCTL-EOF-SW.
085110           OPEN INPUT RUN-CONTROL.
085112           IF WS-RUNCTL-STATUS NOT = '00'
085114               DISPLAY 'YOUR-PROGRAM-NAME: RUN-CONTROL NOT '
085116                   'AVAILABLE, STATUS ' WS-RUNCTL-STATUS
085118                   ', PROCESSING DATE NOT CHECKED'
085120               GO TO 1400-EXIT
085122           END-IF.
085124           PERFORM 1420-READ-RUN-CONTROL THRU 1420-EXIT
085126               UNTIL WS-RUNCTL-EOF.
085128           CLOSE RUN-CONTROL.
085130           IF NOT WS-DATE-CLOSED
085132               GO TO 1400-EXIT
085134           END-IF.
085136           IF WS-RERUN-AUTHORIZED
085138               DISPLAY 'YOUR-PROGRAM-NAME: PROCESSING DATE '
085140                   WS-CURRENT-DATE ' ALREADY CLOSED, RUNNING AGAIN '
085142                   'ON THE RERUN CARD'
085144               GO TO 1400-EXIT
085146           END-IF.
085148           DISPLAY 'YOUR-PROGRAM-NAME: PROCESSING DATE '
085150               WS-CURRENT-DATE ' ALREADY CLOSED ON RUN-CONTROL'.
085152           DISPLAY 'YOUR-PROGRAM-NAME: NOTHING POSTED - SUPPLY A '
085154               'RERUN CARD ON PARMIN TO RUN THE DATE AGAIN'.
085156           MOVE 16 TO RETURN-CODE.
085158           GO TO 9999-EXIT.
085160       1400-EXIT.
085162           EXIT.
085163
085164      *----------------------------------------------------------------*
085166      * 1420-READ-RUN-CONTROL - ONE RUN-CONTROL RECORD.  ONLY A        *
085168      * BALANCED RUN FOR TODAY'S DATE CLOSES IT.                       *
085170      *----------------------------------------------------------------*
085172       1420-READ-RUN-CONTROL.
085174           READ RUN-CONTROL
085176               AT END
085178                   MOVE 'Y' TO WS-RUNCTL-EOF-SW
085180                   GO TO 1420-EXIT
085182           END-READ.
085184           IF RUN-DATE = WS-CURRENT-DATE
085186               AND RUN-BAL-STATUS = 'BALANCED'
085188               MOVE 'Y' TO WS-DATE-CLOSED-SW
085190           END-IF.
085192       1420-EXIT.
085194           EXIT.
085195
085196      *----------------------------------------------------------------*
085198      * 1500-PREBALANCE-PASS - READ TRANS-IN ONCE BEFORE ANYTHING      *
085200      * POSTS, ACCUMULATING EACH SOURCE'S ACTUAL DETAIL COUNT AND      *
085300      * CONTROL TOTAL AGAINST ITS 'S' TRAILER, SO AN OUT-OF-BALANCE    *
085400      * BATCH CAN BE BOUNCED WHOLE WITHOUT HOLDING UP THE REST OF      *
086400               MOVE 16 TO RETURN-CODE
086500               GO TO 9999-EXIT
086600           END-IF.
086610           PERFORM 1700-LOAD-AUTH-TABLE THRU 1700-EXIT.
086620           PERFORM 1510-LOAD-BATCH-HISTORY THRU 1510-EXIT.
086700           PERFORM 1520-PREBALANCE-RECORD THRU 1520-EXIT
086800               UNTIL WS-PRE-EOF.
087230                   VARYING WS-SRC-SUB FROM 1 BY 1
087240                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
087250           END-IF.
087255           OPEN INPUT MASTER-FILE.
087260           IF WS-MASTER-STATUS NOT = '00'
087262               DISPLAY 'YOUR-PROGRAM-NAME: UNABLE TO OPEN MASTER-FILE, '
087264                   'STATUS ' WS-MASTER-STATUS
087266               MOVE 16 TO RETURN-CODE
087268               GO TO 9999-EXIT
087270           END-IF.
087275           PERFORM 1600-DETECT-CONFLICTS THRU 1600-EXIT.
087280           CLOSE MASTER-FILE.
087300       1500-EXIT.
087400           EXIT.
087500
091200       1520-EXIT.
091300           EXIT.
091302
091303      *----------------------------------------------------------------*
091304      * 1505-READ-FORCE-CARDS - PICK UP ANY 'FORCE ' CARDS FROM        *
091305      * PARMIN.  A FORCED SOURCE (OR ALL) SKIPS THE DUPLICATE-BATCH    *
091306      * SCREEN SO OPERATIONS CAN PUSH A GENUINE RESEND THROUGH.  A     *
091307      * MISSING OR EMPTY PARAMETER FILE FORCES NOTHING.  A 'RERUN '    *
091308      * CARD IS NOTED FOR THE RUN-CONTROL CHECK, AND A 'CHECK ' CARD   *
091309      * MAKES THIS A CHECK-ONLY RUN.                                   *
091310      *----------------------------------------------------------------*
091316       1505-READ-FORCE-CARDS.
091318           MOVE 'N' TO WS-PARM-EOF-SW.
091320           OPEN INPUT PARM-IN.
091346                   MOVE 'Y' TO WS-PARM-EOF-SW
091348                   GO TO 1507-EXIT
091350           END-READ.
091351           IF PRM-KEYWORD = 'CHECK '
091352               MOVE 'Y' TO WS-CHECK-ONLY-SW
091353               GO TO 1507-EXIT
091354           END-IF.
091355           IF PRM-KEYWORD = 'RERUN '
091356               MOVE 'Y' TO WS-RERUN-SW
091357               GO TO 1507-EXIT
091358           END-IF.
091359           IF PRM-KEYWORD NOT = 'FORCE '
091360               GO TO 1507-EXIT
091361           END-IF.
091362           IF PRM-SOURCE = 'ALL'
091363               MOVE 'Y' TO WS-FORCE-ALL-SW
091364               GO TO 1507-EXIT
091365           END-IF.
091366           IF WS-FORCE-COUNT < WS-FORCE-MAX
091368               ADD 1 TO WS-FORCE-COUNT
091370               MOVE PRM-SOURCE (1:2) TO WS-FORCE-ID (WS-FORCE-COUNT)
091624           END-IF.
091626       1592-EXIT.
091628           EXIT.
091629
091630      *----------------------------------------------------------------*
091631      * 1600-DETECT-CONFLICTS - LAST STAGE OF THE PRE-BALANCE PASS.    *
091632      * READS THE NIGHT'S DETAILS AGAIN IN KEY ORDER (THE JOB SORTS A  *
091633      * COPY OF TRANS-IN BY VAR1, SOURCE, AND RECORD TYPE, KEEPING     *
091634      * FILE ORDER WITHIN EACH) SO EVERY UPDATE TO ONE KEY ARRIVES     *
091635      * TOGETHER, WHETHER FROM DIFFERENT SOURCES OR REPEATED WITHIN    *
091636      * ONE.  EVERY UPDATE THAT PASSES THE EDITS COMPETES: A BOUNCED   *
091637      * BATCH, A BLANK KEY, A NON-NUMERIC VAR2, A BAD ACTION CODE, A   *
091638      * FUTURE DATE, AN UNAUTHORIZED SOURCE, OR A HELD KEY TAKES IT    *
091639      * OUT OF THE RUNNING, BUT WHETHER THE KEY IS ON THE MASTER DOES  *
091640      * NOT.  THE HIGHEST SOURCE PRIORITY WINS, TIES GOING TO THE LAST *
091641      * ONE PROCESSED; THE REST ARE NOTED FOR THE MAIN PASS TO REJECT  *
091642      * WITH REASON 09, AND EVERY COMPETING VALUE PRINTS ON THE        *
091643      * CONFLICT REPORT.  A KEY-ORDERED FILE THAT CANNOT BE OPENED IS  *
091644      * WARNED AND NOTHING IS CHECKED.                                 *
091645      *----------------------------------------------------------------*
091646       1600-DETECT-CONFLICTS.
091647           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
091648           OPEN INPUT CONFLICT-IN.
091649           IF WS-CNFLIN-STATUS NOT = '00'
091650               DISPLAY 'YOUR-PROGRAM-NAME: CONFLICT-IN NOT '
091651                   'AVAILABLE, STATUS ' WS-CNFLIN-STATUS
091652                   ', SAME-NIGHT CONFLICTS NOT CHECKED'
091653               GO TO 1600-EXIT
091654           END-IF.
091655           OPEN OUTPUT CONFLICT-RPT.
091656           IF WS-CNFLRPT-STATUS NOT = '00'
091657               DISPLAY 'YOUR-PROGRAM-NAME: UNABLE TO OPEN '
091658                   'CONFLICT-RPT, STATUS ' WS-CNFLRPT-STATUS
091659               MOVE 16 TO RETURN-CODE
091660               GO TO 9999-EXIT
091661           END-IF.
091662           PERFORM 1610-LOAD-PRIORITIES THRU 1610-EXIT.
091663           PERFORM 1680-WRITE-CONFLICT-HEADERS THRU 1680-EXIT.
091664           PERFORM 1620-READ-CONFLICT-RECORD THRU 1620-EXIT
091665               UNTIL WS-CNF-EOF.
091666           PERFORM 1640-RESOLVE-GROUP THRU 1640-EXIT.
091667           PERFORM 1690-WRITE-CONFLICT-TOTALS THRU 1690-EXIT.
091668           CLOSE CONFLICT-IN.
091669           CLOSE CONFLICT-RPT.
091670           MOVE SPACES TO WS-CNF-LAST-SOURCE.
091671           MOVE SPACE  TO WS-CNF-LAST-TYPE.
091672           MOVE SPACES TO WS-CNF-LAST-VAR1.
091673           MOVE ZERO   TO WS-CNF-OCCUR.
091674       1600-EXIT.
091675           EXIT.
091676
091677      *----------------------------------------------------------------*
091678      * 1610-LOAD-PRIORITIES - LOAD THE SOURCE PRIORITY CARDS.  THE    *
091679      * ** CARD SETS THE PRIORITY OF ANY SOURCE WITHOUT ITS OWN.  A    *
091680      * FILE THAT CANNOT BE OPENED RANKS EVERY SOURCE EVEN, SO THE     *
091681      * LAST UPDATE PROCESSED WINS EACH CONFLICT.                      *
091682      *----------------------------------------------------------------*
091683       1610-LOAD-PRIORITIES.
091684           MOVE 'N' TO WS-PRI-EOF-SW.
091685           OPEN INPUT PRIORITY-CTL.
091686           IF WS-PRTYCTL-STATUS NOT = '00'
091687               GO TO 1610-EXIT
091688           END-IF.
091689           PERFORM 1612-READ-ONE-PRIORITY THRU 1612-EXIT
091690               UNTIL WS-PRI-EOF.
091691           CLOSE PRIORITY-CTL.
091692       1610-EXIT.
091693           EXIT.
091694
091695       1612-READ-ONE-PRIORITY.
091696           READ PRIORITY-CTL
091697               AT END
091698                   MOVE 'Y' TO WS-PRI-EOF-SW
091699                   GO TO 1612-EXIT
091700           END-READ.
091701           IF PRIORITY-RECORD = SPACES
091702               OR PRI-SOURCE-ID (1:1) = '*' AND PRI-SOURCE-ID NOT = '**'
091703               GO TO 1612-EXIT
091704           END-IF.
091705           IF PRI-PRIORITY NOT NUMERIC
091706               GO TO 1612-EXIT
091707           END-IF.
091708           IF PRI-SOURCE-ID = '**'
091709               MOVE PRI-PRIORITY TO WS-PRI-DEFAULT
091710               GO TO 1612-EXIT
091711           END-IF.
091712           IF WS-PRI-COUNT NOT < WS-PRI-MAX
091713               DISPLAY 'YOUR-PROGRAM-NAME: PRIORITY TABLE FULL, '
091714                   'REMAINING CARDS IGNORED'
091715               MOVE 'Y' TO WS-PRI-EOF-SW
091716               GO TO 1612-EXIT
091717           END-IF.
091718           ADD 1 TO WS-PRI-COUNT.
091719           MOVE PRI-SOURCE-ID TO WS-PRI-SOURCE (WS-PRI-COUNT).
091720           MOVE PRI-PRIORITY  TO WS-PRI-VALUE (WS-PRI-COUNT).
091721       1612-EXIT.
091722           EXIT.
091723
091724      *----------------------------------------------------------------*
091725      * 1615-FIND-PRIORITY - THE PRIORITY OF WS-CFT-SOURCE-ID, OR THE  *
091726      * ** DEFAULT WHEN THE SOURCE HAS NO CARD.                        *
091727      *----------------------------------------------------------------*
091728       1615-FIND-PRIORITY.
091729           MOVE WS-PRI-DEFAULT TO WS-PRI-WORK.
091730           MOVE 'N' TO WS-PRI-FOUND-SW.
091731           PERFORM 1617-SCAN-PRIORITY THRU 1617-EXIT
091732               VARYING WS-PRI-SUB FROM 1 BY 1
091733               UNTIL WS-PRI-FOUND OR WS-PRI-SUB > WS-PRI-COUNT.
091734       1615-EXIT.
091735           EXIT.
091736
091737       1617-SCAN-PRIORITY.
091738           IF WS-PRI-SOURCE (WS-PRI-SUB) = WS-CFT-SOURCE-ID
091739               MOVE WS-PRI-VALUE (WS-PRI-SUB) TO WS-PRI-WORK
091740               MOVE 'Y' TO WS-PRI-FOUND-SW
091741           END-IF.
091742       1617-EXIT.
091743           EXIT.
091744
091745      *----------------------------------------------------------------*
091746      * 1620-READ-CONFLICT-RECORD - ONE RECORD OF THE KEY-ORDERED      *
091747      * COPY.  NUMBERS IT AMONG ITS SOURCE'S UPDATES TO THE KEY (THE   *
091748      * MAIN PASS NUMBERS THEM THE SAME WAY), CLOSES OFF THE PRIOR     *
091749      * KEY'S GROUP ON A KEY BREAK, AND ADDS IT TO THE CURRENT GROUP   *
091750      * IF IT WOULD POST TONIGHT.                                      *
091751      *----------------------------------------------------------------*
091752       1620-READ-CONFLICT-RECORD.
091753           READ CONFLICT-IN
091754               AT END
091755                   MOVE 'Y' TO WS-CNF-EOF-SW
091756                   GO TO 1620-EXIT
091757           END-READ.
091758           MOVE CONFLICT-RECORD TO WS-CNF-TRANS.
091759           IF WS-CFT-REC-TYPE = 'B' OR WS-CFT-REC-TYPE = 'S'
091760               OR WS-CFT-REC-TYPE = 'T'
091761               GO TO 1620-EXIT
091762           END-IF.
091763           IF WS-CFT-SOURCE-ID = WS-CNF-LAST-SOURCE
091764               AND WS-CFT-REC-TYPE = WS-CNF-LAST-TYPE
091765               AND WS-CFT-VAR1 = WS-CNF-LAST-VAR1
091766               ADD 1 TO WS-CNF-OCCUR
091767           ELSE
091768               MOVE WS-CFT-SOURCE-ID TO WS-CNF-LAST-SOURCE
091769               MOVE WS-CFT-REC-TYPE  TO WS-CNF-LAST-TYPE
091770               MOVE WS-CFT-VAR1      TO WS-CNF-LAST-VAR1
091771               MOVE 1 TO WS-CNF-OCCUR
091772           END-IF.
091773           IF WS-CFT-VAR1 NOT = WS-GRP-VAR1
091774               PERFORM 1640-RESOLVE-GROUP THRU 1640-EXIT
091775               MOVE WS-CFT-VAR1 TO WS-GRP-VAR1
091776           END-IF.
091777           PERFORM 1630-CHECK-ELIGIBLE THRU 1630-EXIT.
091778           IF NOT WS-CNF-ELIGIBLE
091779               GO TO 1620-EXIT
091780           END-IF.
091781           IF WS-GRP-COUNT NOT < WS-GRP-MAX
091782               DISPLAY 'YOUR-PROGRAM-NAME: CONFLICT GROUP TABLE FULL '
091783                   'FOR ' WS-CFT-VAR1
091784               MOVE 16 TO RETURN-CODE
091785               GO TO 9999-EXIT
091786           END-IF.
091787           ADD 1 TO WS-GRP-COUNT.
091788           MOVE WS-CFT-SOURCE-ID  TO WS-GRP-SOURCE (WS-GRP-COUNT).
091789           MOVE WS-CFT-REC-TYPE   TO WS-GRP-TYPE (WS-GRP-COUNT).
091790           MOVE WS-CFT-VAR2       TO WS-GRP-VAR2 (WS-GRP-COUNT).
091791           MOVE WS-CFT-ACTION     TO WS-GRP-ACTION (WS-GRP-COUNT).
091792           MOVE WS-CFT-EFF-DATE-A TO WS-GRP-EFF-DATE (WS-GRP-COUNT).
091793           MOVE WS-CNF-OCCUR      TO WS-GRP-OCCUR (WS-GRP-COUNT).
091794           PERFORM 1615-FIND-PRIORITY THRU 1615-EXIT.
091795           MOVE WS-PRI-WORK       TO WS-GRP-PRIORITY (WS-GRP-COUNT).
091796       1620-EXIT.
091797           EXIT.
091798
091799      *----------------------------------------------------------------*
091800      * 1630-CHECK-ELIGIBLE - DOES THIS UPDATE COMPETE?  THE SAME      *
091801      * EDITS THE MAIN PASS MAKES, THEN 1635 FOR AUTHORITY AND HOLDS.  *
091802      *----------------------------------------------------------------*
091803       1630-CHECK-ELIGIBLE.
091804           MOVE 'N' TO WS-CNF-ELIG-SW.
091805           IF WS-CFT-VAR1 = SPACES
091806               OR WS-CFT-VAR2 NOT NUMERIC
091807               GO TO 1630-EXIT
091808           END-IF.
091809           IF WS-CFT-ACTION NOT = 'A' AND WS-CFT-ACTION NOT = 'C'
091810               AND WS-CFT-ACTION NOT = 'D' AND WS-CFT-ACTION NOT = ' '
091811               GO TO 1630-EXIT
091812           END-IF.
091813           IF WS-CFT-EFF-DATE-A NUMERIC
091814               AND WS-CFT-EFF-DATE > WS-CURRENT-DATE
091815               GO TO 1630-EXIT
091816           END-IF.
091817           MOVE WS-CFT-SOURCE-ID TO WS-LOC-SOURCE-ID.
091818           PERFORM 1540-LOCATE-SOURCE-ENTRY THRU 1540-EXIT.
091819           IF NOT WS-SRC-BALANCED (WS-CUR-SRC)
091820               GO TO 1630-EXIT
091821           END-IF.
091822           PERFORM 1635-CHECK-CNF-AUTH-HOLD THRU 1635-EXIT.
091823       1630-EXIT.
091824           EXIT.
091825
091826      *----------------------------------------------------------------*
091827      * 1640-RESOLVE-GROUP - CLOSE OFF ONE KEY.  A LONE UPDATE IS NO   *
091828      * CONFLICT.  OTHERWISE PICK THE WINNER, PRINT EVERY COMPETITOR,  *
091829      * AND NOTE THE LOSERS.                                           *
091830      *----------------------------------------------------------------*
091831       1640-RESOLVE-GROUP.
091832           IF WS-GRP-COUNT < 2
091833               MOVE ZERO TO WS-GRP-COUNT
091834               GO TO 1640-EXIT
091835           END-IF.
091836           ADD 1 TO WS-CNF-KEYS.
091837           MOVE 1 TO WS-GRP-WINNER.
091838           PERFORM 1645-PICK-WINNER THRU 1645-EXIT
091839               VARYING WS-GRP-SUB FROM 2 BY 1
091840               UNTIL WS-GRP-SUB > WS-GRP-COUNT.
091841           PERFORM 1650-RECORD-COMPETITOR THRU 1650-EXIT
091842               VARYING WS-GRP-SUB FROM 1 BY 1
091843               UNTIL WS-GRP-SUB > WS-GRP-COUNT.
091844           MOVE ZERO TO WS-GRP-COUNT.
091845       1640-EXIT.
091846           EXIT.
091847
091848       1645-PICK-WINNER.
091849           IF WS-GRP-PRIORITY (WS-GRP-SUB)
091850               NOT < WS-GRP-PRIORITY (WS-GRP-WINNER)
091851               MOVE WS-GRP-SUB TO WS-GRP-WINNER
091852           END-IF.
091853       1645-EXIT.
091854           EXIT.
091855
091856      *----------------------------------------------------------------*
091857      * 1650-RECORD-COMPETITOR - ONE LINE OF THE CONFLICT REPORT, A    *
091858      * BLANK LINE AHEAD OF EACH KEY.  A LOSER IS ADDED TO THE TABLE   *
091859      * THE MAIN PASS CHECKS; OVERFLOWING IT WOULD LET A LOSER POST,   *
091860      * SO THE RUN STOPS INSTEAD.                                      *
091861      *----------------------------------------------------------------*
091862       1650-RECORD-COMPETITOR.
091863           MOVE WS-GRP-VAR1                    TO CDL-VAR1.
091864           MOVE WS-GRP-SOURCE (WS-GRP-SUB)     TO CDL-SOURCE.
091865           MOVE WS-GRP-PRIORITY (WS-GRP-SUB)   TO CDL-PRIORITY.
091866           MOVE WS-GRP-ACTION (WS-GRP-SUB)     TO CDL-ACTION.
091867           MOVE WS-GRP-VAR2 (WS-GRP-SUB)       TO CDL-VAR2.
091868           MOVE WS-GRP-EFF-DATE (WS-GRP-SUB)   TO CDL-EFF-DATE.
091869           IF WS-GRP-SUB = WS-GRP-WINNER
091870               MOVE 'PRIORITY WINNER' TO CDL-RESULT
091871           ELSE
091872               MOVE 'OUTRANKED (09)'  TO CDL-RESULT
091873               IF WS-LOSER-COUNT NOT < WS-LOSER-MAX
091874                   DISPLAY 'YOUR-PROGRAM-NAME: CONFLICT TABLE FULL AT '
091875                       WS-GRP-VAR1
091876                   MOVE 16 TO RETURN-CODE
091877                   GO TO 9999-EXIT
091878               END-IF
091879               ADD 1 TO WS-LOSER-COUNT
091880               MOVE WS-GRP-SOURCE (WS-GRP-SUB)
091881                   TO WS-LOSER-SOURCE (WS-LOSER-COUNT)
091882               MOVE WS-GRP-TYPE (WS-GRP-SUB)
091883                   TO WS-LOSER-TYPE (WS-LOSER-COUNT)
091884               MOVE WS-GRP-VAR1
091885                   TO WS-LOSER-VAR1 (WS-LOSER-COUNT)
091886               MOVE WS-GRP-OCCUR (WS-GRP-SUB)
091887                   TO WS-LOSER-OCCUR (WS-LOSER-COUNT)
091888           END-IF.
091889           IF WS-CNF-LINE-COUNT > WS-MAX-LINES-PER-PAGE
091890               PERFORM 1680-WRITE-CONFLICT-HEADERS THRU 1680-EXIT
091891           END-IF.
091892           IF WS-GRP-SUB = 1
091893               WRITE CONFLICT-LINE FROM CNF-DETAIL-LINE
091894                   AFTER ADVANCING 2 LINES
091895               ADD 2 TO WS-CNF-LINE-COUNT
091896           ELSE
091897               WRITE CONFLICT-LINE FROM CNF-DETAIL-LINE
091898                   AFTER ADVANCING 1 LINE
091899               ADD 1 TO WS-CNF-LINE-COUNT
091900           END-IF.
091901       1650-EXIT.
091902           EXIT.
091903
091904      *----------------------------------------------------------------*
091905      * 1680-WRITE-CONFLICT-HEADERS - NEW PAGE OF THE CONFLICT REPORT. *
091906      *----------------------------------------------------------------*
091907       1680-WRITE-CONFLICT-HEADERS.
091908           ADD 1 TO WS-CNF-PAGE-COUNT.
091909           MOVE WS-CNF-PAGE-COUNT TO CH1-PAGE-NO.
091910           MOVE WS-CURRENT-DATE   TO CH1-RUN-DATE.
091911           WRITE CONFLICT-LINE FROM CNF-HEADING-LINE-1
091912               AFTER ADVANCING PAGE.
091913           WRITE CONFLICT-LINE FROM CNF-HEADING-LINE-2
091914               AFTER ADVANCING 2 LINES.
091915           MOVE ZERO TO WS-CNF-LINE-COUNT.
091916       1680-EXIT.
091917           EXIT.
091918
091919      *----------------------------------------------------------------*
091920      * 1690-WRITE-CONFLICT-TOTALS - KEYS IN CONFLICT AND UPDATES      *
091921      * OUTRANKED, THE LATTER ALSO COUNTED AMONG THE NIGHT'S REJECTS.  *
091922      *----------------------------------------------------------------*
091923       1690-WRITE-CONFLICT-TOTALS.
091924           MOVE 'KEYS IN CONFLICT....' TO CTL-LITERAL.
091925           MOVE WS-CNF-KEYS            TO CTL-COUNT.
091926           WRITE CONFLICT-LINE FROM CNF-TOTAL-LINE
091927               AFTER ADVANCING 3 LINES.
091928           MOVE 'UPDATES OUTRANKED...' TO CTL-LITERAL.
091929           MOVE WS-LOSER-COUNT         TO CTL-COUNT.
091930           WRITE CONFLICT-LINE FROM CNF-TOTAL-LINE
091931               AFTER ADVANCING 1 LINE.
091932       1690-EXIT.
091933           EXIT.
091934
091935      *----------------------------------------------------------------*
091936      * 1700-LOAD-AUTH-TABLE - LOAD THE SOURCE AUTHORIZATION RANGES.  *
091937      * A FILE THAT CANNOT BE OPENED (SHOP NOT YET CONVERTED) LEAVES  *
091938      * THE TABLE EMPTY AND NOTHING IS CHECKED.                       *
091939      *----------------------------------------------------------------*
091940       1700-LOAD-AUTH-TABLE.
091941           MOVE 'N' TO WS-AUT-EOF-SW.
091942           OPEN INPUT AUTH-FILE.
091943           IF WS-AUTH-STATUS NOT = '00'
091944               GO TO 1700-EXIT
091945           END-IF.
091946           PERFORM 1720-READ-ONE-AUTH THRU 1720-EXIT
091947               UNTIL WS-AUT-EOF.
091948           CLOSE AUTH-FILE.
091949       1700-EXIT.
091950           EXIT.
091951
091952       1720-READ-ONE-AUTH.
091953           READ AUTH-FILE
091954               AT END
091955                   MOVE 'Y' TO WS-AUT-EOF-SW
091956                   GO TO 1720-EXIT
091957           END-READ.
091958           IF WS-AUT-COUNT NOT < WS-AUT-MAX
091959               DISPLAY 'YOUR-PROGRAM-NAME: AUTH TABLE FULL, '
091960                   'REMAINING RANGES IGNORED'
091961               MOVE 'Y' TO WS-AUT-EOF-SW
091962               GO TO 1720-EXIT
091963           END-IF.
091964           ADD 1 TO WS-AUT-COUNT.
091965           MOVE AUT-SOURCE-ID  TO WS-AUT-SOURCE (WS-AUT-COUNT).
091966           MOVE AUT-RANGE-LOW  TO WS-AUT-LOW (WS-AUT-COUNT).
091967           MOVE AUT-RANGE-HIGH TO WS-AUT-HIGH (WS-AUT-COUNT).
091968       1720-EXIT.
091969           EXIT.
091970
091971      *----------------------------------------------------------------*
091972      * 1750-LOAD-THRESHOLD-TABLE - LOAD THE VAR2 CHANGE THRESHOLDS.   *
091973      * A FILE THAT CANNOT BE OPENED LEAVES THE TABLE EMPTY AND NO     *
091974      * CHANGE IS HELD BACK FOR APPROVAL.                              *
091975      *----------------------------------------------------------------*
091976       1750-LOAD-THRESHOLD-TABLE.
091977           MOVE 'N' TO WS-THR-EOF-SW.
091978           OPEN INPUT THRESHOLD-CTL.
091979           IF WS-THRSCTL-STATUS NOT = '00'
091980               GO TO 1750-EXIT
091981           END-IF.
091982           PERFORM 1760-READ-ONE-THRESHOLD THRU 1760-EXIT
091983               UNTIL WS-THR-EOF.
091984           CLOSE THRESHOLD-CTL.
091985       1750-EXIT.
091986           EXIT.
091987
091988       1760-READ-ONE-THRESHOLD.
091989           READ THRESHOLD-CTL
091990               AT END
091991                   MOVE 'Y' TO WS-THR-EOF-SW
091992                   GO TO 1760-EXIT
091993           END-READ.
091994           IF THRESHOLD-RECORD = SPACES
091995               OR THR-SOURCE-ID (1:1) = '*' AND THR-SOURCE-ID NOT = '**'
091996               GO TO 1760-EXIT
091997           END-IF.
091998           IF WS-THR-COUNT NOT < WS-THR-MAX
091999               DISPLAY 'YOUR-PROGRAM-NAME: THRESHOLD TABLE FULL, '
092000                   'REMAINING CARDS IGNORED'
092001               MOVE 'Y' TO WS-THR-EOF-SW
092002               GO TO 1760-EXIT
092003           END-IF.
092004           ADD 1 TO WS-THR-COUNT.
092005           MOVE THR-SOURCE-ID TO WS-THR-SOURCE (WS-THR-COUNT).
092006           IF THR-MAX-ABS NUMERIC
092007               MOVE THR-MAX-ABS TO WS-THR-ABS (WS-THR-COUNT)
092008           ELSE
092009               MOVE ZERO TO WS-THR-ABS (WS-THR-COUNT)
092010           END-IF.
092011           IF THR-MAX-PCT NUMERIC
092012               MOVE THR-MAX-PCT TO WS-THR-PCT (WS-THR-COUNT)
092013           ELSE
092014               MOVE ZERO TO WS-THR-PCT (WS-THR-COUNT)
092015           END-IF.
092016       1760-EXIT.
092017           EXIT.
092018
092019      *----------------------------------------------------------------*
092020      * 1540-LOCATE-SOURCE-ENTRY - FIND THE TABLE ENTRY FOR            *
092021      * WS-LOC-SOURCE-ID, CREATING IT ON FIRST SIGHT.  LEAVES THE      *
092022      * SUBSCRIPT IN WS-CUR-SRC.                                       *
092023      *----------------------------------------------------------------*
092024       1540-LOCATE-SOURCE-ENTRY.
092100           MOVE 'N' TO WS-LOC-FOUND-SW.
092200           PERFORM 1542-SCAN-SOURCE-ENTRY THRU 1542-EXIT
092300               VARYING WS-SRC-SUB FROM 1 BY 1
095600           MOVE ZERO TO WS-SRC-S-SEEN (WS-CUR-SRC).
095620           MOVE ZERO TO WS-SRC-FPRINT (WS-CUR-SRC).
095640           MOVE 'N'  TO WS-SRC-DUP-SW (WS-CUR-SRC).
095660           MOVE ZERO TO WS-SRC-SUSPENDED (WS-CUR-SRC).
095680           MOVE ZERO TO WS-SRC-SUSP-TOTAL (WS-CUR-SRC).
095686           MOVE ZERO TO WS-SRC-QUEUED (WS-CUR-SRC).
095692           MOVE ZERO TO WS-SRC-QUEUE-TOTAL (WS-CUR-SRC).
095696           PERFORM 1544-CLEAR-REASON-COUNT THRU 1544-EXIT
095697               VARYING WS-RSN-SUB FROM 1 BY 1
095698               UNTIL WS-RSN-SUB > WS-RSN-MAX.
095700       1540-EXIT.
095800           EXIT.
095900
096700           END-IF.
096800       1542-EXIT.
096900           EXIT.
096910
096920      *----------------------------------------------------------------*
096930      * 1544-CLEAR-REASON-COUNT - ZERO ONE REJECT-REASON COUNT.        *
096940      *----------------------------------------------------------------*
096950       1544-CLEAR-REASON-COUNT.
096960           MOVE ZERO TO WS-SRC-RSN-CNT (WS-CUR-SRC WS-RSN-SUB).
096970       1544-EXIT.
096980           EXIT.
097000
097100      *----------------------------------------------------------------*
097200      * 1560-SET-SOURCE-STATUS - AFTER THE PRE-BALANCE PASS, MARK      *
099000           END-IF.
099100       1560-EXIT.
099200           EXIT.
099201
099202      *----------------------------------------------------------------*
099203      * 1635-CHECK-CNF-AUTH-HOLD - THE TWO MAIN-PASS EDITS THAT DO NOT *
099204      * DEPEND ON WHAT ELSE POSTS TONIGHT: A LISTED SOURCE MUST BE     *
099205      * AUTHORIZED FOR THE KEY, AND A KEY ON HOLD TAKES NO PART, SO    *
099206      * EVERY UPDATE TO IT IS SUSPENDED TOGETHER AND THEY COMPETE ON   *
099207      * THE NIGHT THEY ARE RELEASED.  WHETHER THE KEY IS ON THE MASTER *
099208      * IS NOT TESTED: AN ADD AND A CHANGE OR DELETE TO ONE KEY STILL  *
099209      * COMPETE, SO ONLY THE WINNER CAN POST, AND A WINNER THE MASTER  *
099210      * WILL NOT TAKE REJECTS ON ITS OWN REASON WHILE THE REST REJECT  *
099211      * WITH 09.                                                       *
099212      *----------------------------------------------------------------*
099213       1635-CHECK-CNF-AUTH-HOLD.
099214           MOVE WS-CFT-SOURCE-ID TO WS-SOURCE-ID.
099215           MOVE WS-CFT-VAR1      TO WS-VAR1.
099216           MOVE 'N' TO WS-AUTH-OK-SW.
099217           MOVE 'N' TO WS-AUT-SRC-SW.
099218           PERFORM 2260-SCAN-AUTH-ENTRY THRU 2260-EXIT
099219               VARYING WS-AUT-SUB FROM 1 BY 1
099220               UNTIL WS-AUTH-OK OR WS-AUT-SUB > WS-AUT-COUNT.
099221           IF WS-AUT-SRC-LISTED AND NOT WS-AUTH-OK
099222               GO TO 1635-EXIT
099223           END-IF.
099224           MOVE WS-CFT-VAR1 TO MSTR-VAR1.
099225           READ MASTER-FILE
099226               INVALID KEY
099227                   CONTINUE
099228               NOT INVALID KEY
099229                   IF MSTR-HELD
099230                       GO TO 1635-EXIT
099231                   END-IF
099232           END-READ.
099233           MOVE 'Y' TO WS-CNF-ELIG-SW.
099234       1635-EXIT.
099235           EXIT.
099300
099400      *----------------------------------------------------------------*
099500      * 2000-PROCESS-TRANSACTIONS - ONE PASS OF THE MAIN PROCESSING    *
102000           MOVE TR-ACTION-CODE TO WS-ACTION-CODE.
102100           MOVE TR-SOURCE-ID   TO WS-SOURCE-ID.
102200           MOVE TR-EFF-DATE-ALPHA TO WS-EFF-DATE-ALPHA.
102210           MOVE 'N' TO WS-SUSPENDED-SW.
102220           MOVE 'N' TO WS-QUEUED-SW.
102300           ADD 1 TO WS-RECS-READ.
102350           PERFORM 2120-TRACK-KEY-OCCURRENCE THRU 2120-EXIT.
102400           PERFORM 2150-CHECK-RESTART-SKIP THRU 2150-EXIT.
102500           IF WS-SKIP-RECORD
102600               GO TO 2000-EXIT
103400           IF TR-RELEASED
103500               ADD 1 TO WS-RECS-RELEASED
103600           END-IF.
103610           IF TR-SUSP-RELEASED
103620               ADD 1 TO WS-RECS-SUSP-REL
103630           END-IF.
103700           PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT.
103800           IF WS-VALID AND WS-EFF-DATE-ALPHA NUMERIC
103900               AND WS-EFF-DATE > WS-CURRENT-DATE
104400           IF WS-VALID
104500               PERFORM 2400-UPDATE-MASTER-FILE THRU 2400-EXIT
104600           END-IF.
104610           IF WS-SUSPENDED OR WS-QUEUED
104620               PERFORM 2800-CHECKPOINT-RECORDS THRU 2800-EXIT
104630               GO TO 2000-EXIT
104640           END-IF.
104700           IF WS-VALID
104800               PERFORM 2600-WRITE-REPORT-DETAIL THRU 2600-EXIT
104900               PERFORM 2700-WRITE-EXTRACT-RECORD THRU 2700-EXIT
112900           MOVE WS-SRC-PENDED (WS-CUR-SRC) TO RSB-COUNT.
113000           WRITE REPORT-LINE FROM RPT-SUB-LINE
113100               AFTER ADVANCING 1 LINE.
113110           MOVE 'SOURCE SUSPENDED....' TO RSB-LITERAL.
113120           MOVE WS-SRC-SUSPENDED (WS-CUR-SRC) TO RSB-COUNT.
113130           WRITE REPORT-LINE FROM RPT-SUB-LINE
113140               AFTER ADVANCING 1 LINE.
113152           MOVE 'SOURCE QUEUED.......' TO RSB-LITERAL.
113164           MOVE WS-SRC-QUEUED (WS-CUR-SRC) TO RSB-COUNT.
113176           WRITE REPORT-LINE FROM RPT-SUB-LINE
113188               AFTER ADVANCING 1 LINE.
113200           MOVE 'SOURCE CONTROL TOTAL' TO RSB-LITERAL.
113300           COMPUTE WS-SECTION-TOTAL
113400               = WS-SRC-PROC-TOTAL (WS-CUR-SRC)
113500               + WS-SRC-REJ-TOTAL (WS-CUR-SRC)
113600               + WS-SRC-PEND-TOTAL (WS-CUR-SRC)
113650               + WS-SRC-SUSP-TOTAL (WS-CUR-SRC)
113675               + WS-SRC-QUEUE-TOTAL (WS-CUR-SRC).
113700           MOVE WS-SECTION-TOTAL TO RSB-COUNT.
113800           WRITE REPORT-LINE FROM RPT-SUB-LINE
113900               AFTER ADVANCING 1 LINE.
114000           ADD 6 TO WS-LINE-COUNT.
114100           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
114200               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
114300           END-IF.
118200           END-READ.
118300       2100-EXIT.
118400           EXIT.
118404
118408      *----------------------------------------------------------------*
118412      * 2120-TRACK-KEY-OCCURRENCE - NUMBER THIS DETAIL AMONG ITS       *
118416      * SOURCE'S UPDATES TO THE SAME KEY (THEY ARRIVE TOGETHER IN THE  *
118420      * SORTED FILE), MATCHING THE NUMBERING OF THE CONFLICT PASS, SO  *
118424      * AN OUTRANKED REPEAT CAN BE TOLD FROM ITS WINNING TWIN.         *
118428      *----------------------------------------------------------------*
118432       2120-TRACK-KEY-OCCURRENCE.
118436           IF WS-SOURCE-ID = WS-CNF-LAST-SOURCE
118440               AND TR-REC-TYPE = WS-CNF-LAST-TYPE
118444               AND WS-VAR1 = WS-CNF-LAST-VAR1
118448               ADD 1 TO WS-CNF-OCCUR
118452           ELSE
118456               MOVE WS-SOURCE-ID TO WS-CNF-LAST-SOURCE
118460               MOVE TR-REC-TYPE  TO WS-CNF-LAST-TYPE
118464               MOVE WS-VAR1      TO WS-CNF-LAST-VAR1
118468               MOVE 1 TO WS-CNF-OCCUR
118472           END-IF.
118476       2120-EXIT.
118480           EXIT.
118500
118600      *----------------------------------------------------------------*
118700      * 2150-CHECK-RESTART-SKIP - ON A RESTARTED RUN, SKIP THE FIRST   *
123410           IF WS-VALID
123420               PERFORM 2250-CHECK-AUTHORITY THRU 2250-EXIT
123430           END-IF.
123447           IF WS-VALID
123464               PERFORM 2240-CHECK-CONFLICT THRU 2240-EXIT
123481           END-IF.
123500       2200-EXIT.
123600           EXIT.
123700
128300           END-IF.
128400       2210-EXIT.
128500           EXIT.
128501
128502      *----------------------------------------------------------------*
128503      * 2240-CHECK-CONFLICT - A DETAIL OUTRANKED BY ANOTHER UPDATE TO  *
128504      * THE SAME KEY TONIGHT (SEE 1600-DETECT-CONFLICTS) REJECTS WITH  *
128505      * REASON 09 SO ONLY THE PRIORITY WINNER POSTS.                   *
128506      *----------------------------------------------------------------*
128507       2240-CHECK-CONFLICT.
128508           IF WS-LOSER-COUNT = ZERO
128509               GO TO 2240-EXIT
128510           END-IF.
128511           MOVE 'N' TO WS-CNF-LOSER-SW.
128512           PERFORM 2245-SCAN-LOSER-ENTRY THRU 2245-EXIT
128513               VARYING WS-LOSER-SUB FROM 1 BY 1
128514               UNTIL WS-CNF-LOSER OR WS-LOSER-SUB > WS-LOSER-COUNT.
128515           IF WS-CNF-LOSER
128516               MOVE 'N'  TO WS-VALID-SW
128517               MOVE '09' TO WS-REASON-CODE
128518               MOVE 'OUTRANKED BY SAME-NIGHT UPDATE' TO WS-REASON-TEXT
128519           END-IF.
128520       2240-EXIT.
128521           EXIT.
128522
128523       2245-SCAN-LOSER-ENTRY.
128524           IF WS-LOSER-VAR1 (WS-LOSER-SUB) = WS-VAR1
128525               AND WS-LOSER-SOURCE (WS-LOSER-SUB) = WS-SOURCE-ID
128526               AND WS-LOSER-TYPE (WS-LOSER-SUB) = TR-REC-TYPE
128527               AND WS-LOSER-OCCUR (WS-LOSER-SUB) = WS-CNF-OCCUR
128528               MOVE 'Y' TO WS-CNF-LOSER-SW
128529           END-IF.
128530       2245-EXIT.
128531           EXIT.
128532
128533      *----------------------------------------------------------------*
128534      * 2250-CHECK-AUTHORITY - THE SOURCE MUST BE ALLOWED TO MAINTAIN *
128535      * WS-VAR1.  A SOURCE WITH NO RANGES ON THE AUTHORIZATION FILE   *
128536      * IS UNRESTRICTED (NOT YET CONVERTED); A LISTED SOURCE WHOSE    *
128537      * RANGES DO NOT COVER THE KEY REJECTS WITH REASON 07 AND IS     *
128538      * NOTED FOR THE VIOLATIONS SECTION OF THE REPORT.               *
128539      *----------------------------------------------------------------*
128540       2250-CHECK-AUTHORITY.
128541           IF WS-AUT-COUNT = ZERO
128542               GO TO 2250-EXIT
128543           END-IF.
128544           MOVE 'N' TO WS-AUTH-OK-SW.
128545           MOVE 'N' TO WS-AUT-SRC-SW.
128546           PERFORM 2260-SCAN-AUTH-ENTRY THRU 2260-EXIT
128547               VARYING WS-AUT-SUB FROM 1 BY 1
128548               UNTIL WS-AUTH-OK OR WS-AUT-SUB > WS-AUT-COUNT.
128549           IF WS-AUTH-OK
128550               GO TO 2250-EXIT
128551           END-IF.
128552           IF NOT WS-AUT-SRC-LISTED
128553               GO TO 2250-EXIT
128554           END-IF.
128555           MOVE 'N'  TO WS-VALID-SW.
128556           MOVE '07' TO WS-REASON-CODE.
128557           MOVE 'SOURCE NOT AUTHORIZED FOR KEY' TO WS-REASON-TEXT.
128558           ADD 1 TO WS-VIOL-COUNT.
128559           IF WS-VIOL-USED < WS-VIOL-MAX
128560               ADD 1 TO WS-VIOL-USED
128561               MOVE WS-SOURCE-ID TO WS-VIOL-SOURCE (WS-VIOL-USED)
128562               MOVE WS-VAR1      TO WS-VIOL-VAR1 (WS-VIOL-USED)
128564           END-IF.
128566       2250-EXIT.
130200               ADD WS-VAR2 TO WS-REJECTED-TOTAL
130300               ADD WS-VAR2 TO WS-SRC-REJ-TOTAL (WS-CUR-SRC)
130400           END-IF.
130411           IF WS-REASON-CODE NUMERIC
130422               AND WS-REASON-CODE > '00'
130433               AND WS-REASON-CODE < '15'
130444               MOVE WS-REASON-CODE TO WS-RSN-SUB
130455           ELSE
130466               MOVE WS-RSN-MAX TO WS-RSN-SUB
130477           END-IF.
130488           ADD 1 TO WS-SRC-RSN-CNT (WS-CUR-SRC WS-RSN-SUB).
130500       2300-EXIT.
130600           EXIT.
130700
131000      * TO THE MASTER RECORD FOR WS-VAR1, KEYED ACCESS BY MSTR-VAR1.   *
131100      * CROSS-EDITS: AN ADD FOR A KEY ALREADY ON FILE AND A CHANGE OR  *
131200      * DELETE FOR A KEY NOT ON FILE ARE REJECTED.  A BLANK ACTION     *
131300      * CODE KEEPS THE OLD ADD-OR-CHANGE BEHAVIOR.  ANY TRANSACTION    *
131310      * FOR A KEY ON HOLD IS SUSPENDED BEFORE THE CROSS-EDITS, AND A   *
131340      * CHANGE THAT SWINGS VAR2 PAST ITS SOURCE'S THRESHOLD IS QUEUED  *
131370      * FOR A SECOND OPERATOR'S APPROVAL INSTEAD OF POSTING.           *
131400      *----------------------------------------------------------------*
131500       2400-UPDATE-MASTER-FILE.
131600           MOVE WS-VAR1 TO MSTR-VAR1.
132500                           TO WS-REASON-TEXT
132600                   END-IF
132700               NOT INVALID KEY
132710                   IF MSTR-HELD
132720                       PERFORM 2480-SUSPEND-TRANSACTION THRU 2480-EXIT
132730                       GO TO 2400-EXIT
132740                   END-IF
132800                   IF WS-ACTION-ADD
132900                       MOVE 'N'  TO WS-VALID-SW
133000                       MOVE '04' TO WS-REASON-CODE
136000
136100      *----------------------------------------------------------------*
136200      * 2440-CHANGE-MASTER-RECORD - A MASTER RECORD ALREADY EXISTS FOR *
136300      * WS-VAR1, SO REWRITE IT WITH THE NEW WS-VAR2 - UNLESS THE SWING *
136333      * IS OVER THE SOURCE'S THRESHOLD, WHEN IT GOES TO THE APPROVAL   *
136366      * QUEUE AND THE MASTER IS LEFT AS IT STANDS.                     *
136400      *----------------------------------------------------------------*
136500       2440-CHANGE-MASTER-RECORD.
136516           PERFORM 2470-CHECK-THRESHOLD THRU 2470-EXIT.
136532           IF WS-THR-OVER
136548               PERFORM 2490-QUEUE-FOR-APPROVAL THRU 2490-EXIT
136564               GO TO 2440-EXIT
136580           END-IF.
136600           MOVE MSTR-VAR2 TO WS-OLD-VAR2.
136700           MOVE WS-VAR2   TO MSTR-VAR2.
136710           IF NOT MSTR-ACTIVE AND NOT MSTR-HELD
138500           ADD 1 TO WS-RECS-DELETED.
138600       2460-EXIT.
138700           EXIT.
138710
138720      *----------------------------------------------------------------*
138730      * 2480-SUSPEND-TRANSACTION - THE KEY IS ON HOLD: PARK THE DETAIL *
138740      * ON THE SUSPENSE FILE UNTOUCHED.  IT IS NEITHER POSTED NOR      *
138750      * REJECTED, AND VARSUSR FEEDS IT BACK ONCE THE HOLD IS LIFTED.   *
138760      * THE FIRST FIFTY ARE NOTED FOR THE HELD-KEYS REPORT SECTION.    *
138770      *----------------------------------------------------------------*
138780       2480-SUSPEND-TRANSACTION.
138782           WRITE SUSPENSE-RECORD FROM TRANS-DETAIL-RECORD.
138784           MOVE 'Y' TO WS-SUSPENDED-SW.
138786           ADD 1 TO WS-SRC-SUSPENDED (WS-CUR-SRC).
138788           ADD WS-VAR2 TO WS-SRC-SUSP-TOTAL (WS-CUR-SRC).
138790           ADD 1 TO WS-RECS-SUSPENDED.
138792           ADD WS-VAR2 TO WS-SUSPENDED-TOTAL.
138794           IF WS-HELD-USED < WS-HELD-MAX
138795               ADD 1 TO WS-HELD-USED
138796               MOVE WS-SOURCE-ID   TO WS-HELD-SOURCE (WS-HELD-USED)
138797               MOVE WS-VAR1        TO WS-HELD-VAR1 (WS-HELD-USED)
138798               MOVE WS-VAR2-ALPHA  TO WS-HELD-VAR2 (WS-HELD-USED)
138799               MOVE WS-ACTION-CODE TO WS-HELD-ACTION (WS-HELD-USED)
138800           END-IF.
138850       2480-EXIT.
138880           EXIT.
138881
138882      *----------------------------------------------------------------*
138883      * 2470-CHECK-THRESHOLD - MEASURE THE SWING OF THIS CHANGE        *
138884      * AGAINST THE CURRENT MSTR-VAR2 AND SET WS-THR-OVER WHEN IT      *
138885      * PASSES THE SOURCE'S ABSOLUTE OR PERCENTAGE LIMIT.  THE         *
138886      * SOURCE'S OWN CARD WINS OVER THE ** CARD; WITH NEITHER THE      *
138887      * CHANGE IS NOT LIMITED.  A CHANGE TO A MASTER VALUE OF ZERO     *
138888      * PASSES ANY PERCENTAGE LIMIT.                                   *
138889      *----------------------------------------------------------------*
138890       2470-CHECK-THRESHOLD.
138891           MOVE 'N' TO WS-THR-OVER-SW.
138892           MOVE 'N' TO WS-THR-FOUND-SW.
138893           MOVE WS-SOURCE-ID TO WS-THR-KEY.
138894           PERFORM 2472-SCAN-THRESHOLD THRU 2472-EXIT
138895               VARYING WS-THR-SUB FROM 1 BY 1
138896               UNTIL WS-THR-FOUND OR WS-THR-SUB > WS-THR-COUNT.
138897           IF NOT WS-THR-FOUND
138898               MOVE '**' TO WS-THR-KEY
138899               PERFORM 2472-SCAN-THRESHOLD THRU 2472-EXIT
138900                   VARYING WS-THR-SUB FROM 1 BY 1
138901                   UNTIL WS-THR-FOUND OR WS-THR-SUB > WS-THR-COUNT
138902           END-IF.
138903           IF NOT WS-THR-FOUND
138904               GO TO 2470-EXIT
138905           END-IF.
138906           IF MSTR-VAR2 > WS-VAR2
138907               COMPUTE WS-THR-SWING = MSTR-VAR2 - WS-VAR2
138908           ELSE
138909               COMPUTE WS-THR-SWING = WS-VAR2 - MSTR-VAR2
138910           END-IF.
138911           IF WS-THR-LIMIT-ABS > ZERO
138912               AND WS-THR-SWING > WS-THR-LIMIT-ABS
138913               MOVE 'Y' TO WS-THR-OVER-SW
138914               MOVE 'A' TO WS-THR-LIMIT-TYPE
138915               GO TO 2470-EXIT
138916           END-IF.
138917           IF WS-THR-LIMIT-PCT = ZERO OR WS-THR-SWING = ZERO
138918               GO TO 2470-EXIT
138919           END-IF.
138920           COMPUTE WS-THR-SWING-PCT = WS-THR-SWING * 100.
138921           COMPUTE WS-THR-PCT-LIMIT = MSTR-VAR2 * WS-THR-LIMIT-PCT.
138922           IF WS-THR-SWING-PCT > WS-THR-PCT-LIMIT
138923               MOVE 'Y' TO WS-THR-OVER-SW
138924               MOVE 'P' TO WS-THR-LIMIT-TYPE
138925           END-IF.
138926       2470-EXIT.
138927           EXIT.
138928
138929       2472-SCAN-THRESHOLD.
138930           IF WS-THR-SOURCE (WS-THR-SUB) = WS-THR-KEY
138931               MOVE WS-THR-ABS (WS-THR-SUB) TO WS-THR-LIMIT-ABS
138932               MOVE WS-THR-PCT (WS-THR-SUB) TO WS-THR-LIMIT-PCT
138933               MOVE 'Y' TO WS-THR-FOUND-SW
138934           END-IF.
138935       2472-EXIT.
138936           EXIT.
138937
138938      *----------------------------------------------------------------*
138939      * 2490-QUEUE-FOR-APPROVAL - THE CHANGE IS OVER ITS THRESHOLD:    *
138940      * WRITE IT TO THE APPROVAL QUEUE WITH THE MASTER VALUE IT WAS    *
138941      * MEASURED AGAINST.  IT IS NEITHER POSTED NOR REJECTED; VARAPPR  *
138942      * POSTS IT ONCE A SECOND OPERATOR APPROVES IT.  THE SOURCE IS    *
138943      * THE MAKER.  THE FIRST FIFTY ARE NOTED FOR THE REPORT SECTION.  *
138944      *----------------------------------------------------------------*
138945       2490-QUEUE-FOR-APPROVAL.
138946           MOVE SPACES            TO APPROVAL-RECORD.
138947           MOVE WS-VAR1           TO APR-VAR1.
138948           MOVE MSTR-VAR2         TO APR-OLD-VAR2.
138949           MOVE WS-VAR2           TO APR-NEW-VAR2.
138950           MOVE WS-ACTION-CODE    TO APR-ACTION-CODE.
138951           MOVE WS-SOURCE-ID      TO APR-SOURCE-ID.
138952           MOVE 'B'               TO APR-ORIGIN.
138953           IF WS-SOURCE-ID = SPACES
138954               MOVE 'BATCH'       TO APR-MAKER-ID
138955           ELSE
138956               MOVE WS-SOURCE-ID  TO APR-MAKER-ID
138957           END-IF.
138958           MOVE WS-CURRENT-DATE   TO APR-QUEUED-DATE.
138959           MOVE WS-RUN-ID         TO APR-RUN-ID.
138960           MOVE WS-THR-LIMIT-TYPE TO APR-LIMIT-TYPE.
138961           WRITE APPROVAL-RECORD.
138962           MOVE 'Y' TO WS-QUEUED-SW.
138963           ADD 1 TO WS-SRC-QUEUED (WS-CUR-SRC).
138964           ADD WS-VAR2 TO WS-SRC-QUEUE-TOTAL (WS-CUR-SRC).
138965           ADD 1 TO WS-RECS-QUEUED.
138966           ADD WS-VAR2 TO WS-QUEUED-TOTAL.
138967           IF WS-QUEUE-USED < WS-QUEUE-MAX
138968               ADD 1 TO WS-QUEUE-USED
138969               MOVE WS-SOURCE-ID TO WS-QUEUE-SOURCE (WS-QUEUE-USED)
138970               MOVE WS-VAR1      TO WS-QUEUE-VAR1 (WS-QUEUE-USED)
138971               MOVE MSTR-VAR2    TO WS-QUEUE-OLD-VAR2 (WS-QUEUE-USED)
138972               MOVE WS-VAR2      TO WS-QUEUE-NEW-VAR2 (WS-QUEUE-USED)
138973               MOVE WS-THR-LIMIT-TYPE
138974                                 TO WS-QUEUE-TYPE (WS-QUEUE-USED)
138975           END-IF.
138976       2490-EXIT.
138977           EXIT.
138978
138979      *----------------------------------------------------------------*
139000      * 2500-WRITE-AUDIT-RECORD - LOG THE OLD AND NEW WS-VAR2 FOR THIS *
139100      * CHANGE TO WS-VAR1, TIMESTAMPED AT THE MOMENT OF THE WRITE.     *
139200      *----------------------------------------------------------------*
140400           END-IF.
140500           MOVE 'BATCH'           TO AUD-SOURCE.
140600           MOVE WS-AUD-ACTION     TO AUD-ACTION.
140633           MOVE SPACES            TO AUD-OPER-ID.
140666           MOVE SPACES            TO AUD-APPR-ID.
140700           WRITE AUDIT-RECORD.
140710           PERFORM 2550-WRITE-AUDIT-HISTORY THRU 2550-EXIT.
140800       2500-EXIT.
141150           MOVE AUD-NEW-VAR2  TO AUDH-NEW-VAR2.
141160           MOVE AUD-SOURCE    TO AUDH-SOURCE.
141170           MOVE AUD-ACTION    TO AUDH-ACTION.
141173           MOVE AUD-OPER-ID   TO AUDH-OPER-ID.
141176           MOVE AUD-APPR-ID   TO AUDH-APPR-ID.
141180           WRITE AUDIT-HIST-RECORD
141190               INVALID KEY
141200                   CONTINUE
147200           MOVE WS-BOUNCED-TOTAL   TO CKP-BOUNCED-TOTAL.
147300           MOVE WS-RECS-RELEASED   TO CKP-RECS-RELEASED.
147400           MOVE WS-REJECTED-TOTAL  TO CKP-REJECTED-TOTAL.
147410           MOVE WS-RECS-SUSPENDED  TO CKP-RECS-SUSPENDED.
147420           MOVE WS-SUSPENDED-TOTAL TO CKP-SUSPENDED-TOTAL.
147430           MOVE WS-RECS-SUSP-REL   TO CKP-RECS-SUSP-REL.
147453           MOVE WS-RECS-QUEUED     TO CKP-RECS-QUEUED.
147476           MOVE WS-QUEUED-TOTAL    TO CKP-QUEUED-TOTAL.
147500           WRITE CHECKPOINT-RECORD.
147600           CLOSE CHECKPOINT-FILE.
147700       2850-EXIT.
149800           PERFORM 4300-WRITE-REPORT-TOTALS THRU 4300-EXIT.
149900           PERFORM 9100-WRITE-RUN-STAMP THRU 9100-EXIT.
149950           PERFORM 9200-WRITE-BATCH-HISTORY THRU 9200-EXIT.
149975           PERFORM 9300-WRITE-SOURCE-STATS THRU 9300-EXIT.
150000           PERFORM 2860-CLEAR-CHECKPOINT THRU 2860-EXIT.
150100           CLOSE TRANS-IN.
150200           CLOSE REPORT-OUT.
150600           CLOSE EXTRACT-OUT.
150700           CLOSE BOUNCE-OUT.
150800           CLOSE PENDING-OUT.
150850           CLOSE SUSPENSE-OUT.
150875           CLOSE APPROVAL-OUT.
150900           DISPLAY 'WS-VAR1: ' WS-VAR1.
151000           DISPLAY 'WS-VAR2: ' WS-VAR2.
151100           DISPLAY 'RECORDS REJECTED..: ' WS-RECS-REJECTED.
151500           DISPLAY 'RECORDS BOUNCED...: ' WS-RECS-BOUNCED.
151600           DISPLAY 'RECORDS PENDED....: ' WS-RECS-PENDED.
151700           DISPLAY 'RELEASED FROM PEND: ' WS-RECS-RELEASED.
151710           DISPLAY 'RECORDS SUSPENDED.: ' WS-RECS-SUSPENDED.
151720           DISPLAY 'RELEASED FROM SUSP: ' WS-RECS-SUSP-REL.
151760           DISPLAY 'QUEUED FOR APPROVAL: ' WS-RECS-QUEUED.
151780           DISPLAY 'CONFLICTS OUTRANKED: ' WS-LOSER-COUNT.
151800           DISPLAY 'RECONCILIATION....: ' RRL-RECON-STATUS.
151900           IF WS-RECS-BOUNCED > ZERO AND RETURN-CODE = ZERO
152000               MOVE 4 TO RETURN-CODE
152100           END-IF.
152125           IF WS-LOSER-COUNT > ZERO AND RETURN-CODE = ZERO
152150               MOVE 4 TO RETURN-CODE
152175           END-IF.
152200       9000-EXIT.
152300           EXIT.
152400
154500           MOVE WS-OV-AUDIT-RECS    TO RST-OV-AUDIT-RECS.
154600           MOVE WS-OV-PEND-RECS     TO RST-OV-PEND-RECS.
154700           MOVE WS-OV-PEND-TOTAL    TO RST-OV-PEND-TOTAL.
154710           MOVE WS-OV-SUSP-RECS     TO RST-OV-SUSP-RECS.
154720           MOVE WS-OV-SUSP-TOTAL    TO RST-OV-SUSP-TOTAL.
154746           MOVE WS-OV-APPR-RECS     TO RST-OV-APPR-RECS.
154772           MOVE WS-OV-APPR-TOTAL    TO RST-OV-APPR-TOTAL.
154800           WRITE RUN-STAMP-RECORD.
154900           CLOSE RUN-STAMP.
155000       9100-EXIT.
155228       9240-EXIT.
155230           EXIT.
155232
155234      *----------------------------------------------------------------*
155236      * 9300-WRITE-SOURCE-STATS - ONE STATISTICS RECORD PER SOURCE     *
155238      * SEEN TONIGHT FOR THE FEEDER SCORECARD.  A BATCH THAT BOUNCED   *
155240      * POSTED NOTHING, SO ITS DETAILS COUNT AS BOUNCED OR, WHEN THE   *
155242      * DUPLICATE SCREEN STOPPED IT, AS DUPLICATE-SCREENED.  A         *
155244      * FAILURE HERE IS REPORTED BUT DOES NOT FAIL THE UPDATE; THE     *
155246      * SCORECARD SIMPLY MISSES ONE NIGHT.                             *
155248      *----------------------------------------------------------------*
155250       9300-WRITE-SOURCE-STATS.
155252           OPEN OUTPUT SOURCE-STATS.
155254           IF WS-SRCSTAT-STATUS NOT = '00'
155256               DISPLAY 'YOUR-PROGRAM-NAME: UNABLE TO OPEN '
155258                   'SOURCE-STATS, STATUS ' WS-SRCSTAT-STATUS
155260               GO TO 9300-EXIT
155262           END-IF.
155264           PERFORM 9320-WRITE-ONE-SOURCE THRU 9320-EXIT
155266               VARYING WS-SRC-SUB FROM 1 BY 1
155268               UNTIL WS-SRC-SUB > WS-SRC-COUNT.
155270           CLOSE SOURCE-STATS.
155272       9300-EXIT.
155274           EXIT.
155276
155278       9320-WRITE-ONE-SOURCE.
155280           MOVE SPACES                   TO SOURCE-STATS-RECORD.
155282           MOVE WS-CURRENT-DATE          TO SST-RUN-DATE.
155284           MOVE WS-RUN-ID                TO SST-RUN-ID.
155286           MOVE WS-SRC-ID (WS-SRC-SUB)   TO SST-SOURCE-ID.
155288           MOVE WS-RESTART-SW            TO SST-RESTART-SW.
155290           MOVE WS-SRC-EXP-RECS (WS-SRC-SUB)
155292                                         TO SST-EXPECTED-RECS.
155294           MOVE WS-SRC-ACT-RECS (WS-SRC-SUB)
155296                                         TO SST-DETAIL-RECS.
155298           MOVE WS-SRC-PROCESSED (WS-SRC-SUB)
155300                                         TO SST-POSTED-RECS.
155302           MOVE WS-SRC-REJECTED (WS-SRC-SUB)
155304                                         TO SST-REJECTED-RECS.
155306           PERFORM 9325-MOVE-REASON-COUNT THRU 9325-EXIT
155307               VARYING WS-RSN-SUB FROM 1 BY 1
155308               UNTIL WS-RSN-SUB > WS-RSN-MAX.
155310           MOVE WS-SRC-PENDED (WS-SRC-SUB)
155312                                         TO SST-PENDED-RECS.
155314           MOVE ZERO                     TO SST-BOUNCED-RECS.
155316           MOVE ZERO                     TO SST-DUP-SCREENED-RECS.
155318           IF WS-SRC-BALANCED (WS-SRC-SUB)
155320               MOVE 'P' TO SST-BATCH-STATUS
155322           ELSE
155324               IF WS-SRC-DUP (WS-SRC-SUB)
155326                   MOVE 'D' TO SST-BATCH-STATUS
155328                   MOVE WS-SRC-BOUNCED (WS-SRC-SUB)
155330                                         TO SST-DUP-SCREENED-RECS
155332               ELSE
155334                   MOVE 'O' TO SST-BATCH-STATUS
155336                   MOVE WS-SRC-BOUNCED (WS-SRC-SUB)
155338                                         TO SST-BOUNCED-RECS
155340               END-IF
155342           END-IF.
155344           MOVE WS-SRC-SUSPENDED (WS-SRC-SUB)
155346                                         TO SST-SUSPENDED-RECS.
155348           MOVE WS-SRC-QUEUED (WS-SRC-SUB)
155350                                         TO SST-QUEUED-RECS.
155352           MOVE WS-SRC-EXP-TOTAL (WS-SRC-SUB)
155354                                         TO SST-EXPECTED-TOTAL.
155356           MOVE WS-SRC-ACT-TOTAL (WS-SRC-SUB)
155358                                         TO SST-DETAIL-TOTAL.
155360           MOVE WS-SRC-PROC-TOTAL (WS-SRC-SUB)
155362                                         TO SST-POSTED-TOTAL.
155364           MOVE WS-SRC-REJ-TOTAL (WS-SRC-SUB)
155366                                         TO SST-REJECTED-TOTAL.
155368           MOVE WS-SRC-PEND-TOTAL (WS-SRC-SUB)
155370                                         TO SST-PENDED-TOTAL.
155372           MOVE WS-SRC-SUSP-TOTAL (WS-SRC-SUB)
155374                                         TO SST-SUSPENDED-TOTAL.
155376           MOVE WS-SRC-QUEUE-TOTAL (WS-SRC-SUB)
155378                                         TO SST-QUEUED-TOTAL.
155380           WRITE SOURCE-STATS-RECORD.
155382       9320-EXIT.
155384           EXIT.
155385
155386      *----------------------------------------------------------------*
155387      * 9325-MOVE-REASON-COUNT - ONE REJECT-REASON COUNT.              *
155388      *----------------------------------------------------------------*
155389       9325-MOVE-REASON-COUNT.
155390           MOVE WS-SRC-RSN-CNT (WS-SRC-SUB WS-RSN-SUB)
155391               TO SST-REASON-RECS (WS-RSN-SUB).
155392       9325-EXIT.
155393           EXIT.
155394
155395      *----------------------------------------------------------------*
155400      * 3000-RECONCILE - COMPARE THE TOTAL DETAIL RECORDS ACTUALLY     *
155500      * HANDLED (PROCESSED PLUS REJECTED PLUS PENDED PLUS SUSPENDED    *
155600      * PLUS QUEUED FOR APPROVAL, INCLUDING ANY CARRIED FORWARD FROM   *
155650      * A RESTARTED RUN) AND THE CONTROL TOTAL                         *
155700      * AGAINST THE FIGURES SUMMED FROM THE GRAND TRAILER RECORDS.     *
155800      * A BOUNCED BATCH ENTERS THE EQUATION AT ITS CLAIMED FIGURES    *
155900      * (ITS OWN 'S' TRAILER), NOT ITS ACTUALS: THE GRAND TRAILER     *
157100               UNTIL WS-SRC-SUB > WS-SRC-COUNT.
157200           IF WS-RECS-PROCESSED + WS-RECS-REJECTED
157300               + WS-BOUNCED-EXP-RECS + WS-RECS-PENDED
157350               + WS-RECS-SUSPENDED
157375               + WS-RECS-QUEUED
157400               NOT = WS-EXPECTED-RECS
157500               MOVE 'N' TO WS-RECON-SW
157600           END-IF.
157700           IF WS-CONTROL-TOTAL + WS-BOUNCED-EXP-TOTAL
157800               + WS-PENDED-TOTAL + WS-REJECTED-TOTAL
157850               + WS-SUSPENDED-TOTAL
157875               + WS-QUEUED-TOTAL
157900               NOT = WS-EXPECTED-TOTAL
158000               MOVE 'N' TO WS-RECON-SW
158100           END-IF.
163300           MOVE WS-RECS-REJECTED TO RTL-RECS-REJECTED.
163400           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
163500               AFTER ADVANCING 1 LINE.
163525           MOVE WS-LOSER-COUNT TO RTLK-RECS-OUTRANKED.
163550           WRITE REPORT-LINE FROM RPT-TOTAL-LINE-K
163575               AFTER ADVANCING 1 LINE.
163600           MOVE WS-RECS-BOUNCED TO RTLN-RECS-BOUNCED.
163700           WRITE REPORT-LINE FROM RPT-TOTAL-LINE-N
163800               AFTER ADVANCING 1 LINE.
164200           MOVE WS-RECS-RELEASED TO RTLR-RECS-RELEASED.
164300           WRITE REPORT-LINE FROM RPT-TOTAL-LINE-R
164400               AFTER ADVANCING 1 LINE.
164410           MOVE WS-RECS-SUSPENDED TO RTLH-RECS-SUSPENDED.
164420           WRITE REPORT-LINE FROM RPT-TOTAL-LINE-H
164430               AFTER ADVANCING 1 LINE.
164440           MOVE WS-RECS-SUSP-REL TO RTLS-RECS-SUSP-REL.
164450           WRITE REPORT-LINE FROM RPT-TOTAL-LINE-S
164460               AFTER ADVANCING 1 LINE.
164470           MOVE WS-RECS-QUEUED TO RTLQ-RECS-QUEUED.
164480           WRITE REPORT-LINE FROM RPT-TOTAL-LINE-Q
164490               AFTER ADVANCING 1 LINE.
164500           MOVE WS-CONTROL-TOTAL TO RTL2-CONTROL-TOTAL.
164600           WRITE REPORT-LINE FROM RPT-TOTAL-LINE-2
164700               AFTER ADVANCING 1 LINE.
164910           IF WS-VIOL-COUNT > ZERO
164920               PERFORM 4320-WRITE-VIOL-SECTION THRU 4320-EXIT
164930           END-IF.
164940           IF WS-RECS-SUSPENDED > ZERO
164950               PERFORM 4360-WRITE-HELD-SECTION THRU 4360-EXIT
164960           END-IF.
164970           IF WS-RECS-QUEUED > ZERO
164980               PERFORM 4400-WRITE-QUEUE-SECTION THRU 4400-EXIT
164990           END-IF.
165000       4300-EXIT.
165100           EXIT.
165110
165156               AFTER ADVANCING 1 LINE.
165158       4340-EXIT.
165160           EXIT.
165161
165162      *----------------------------------------------------------------*
165163      * 4360-WRITE-HELD-SECTION - THE TRANSACTIONS SUSPENDED AGAINST  *
165164      * HELD KEYS TONIGHT.  ONLY THE FIRST FIFTY PRINT INDIVIDUALLY;  *
165165      * THE COUNT LINE CARRIES THEM ALL.                              *
165166      *----------------------------------------------------------------*
165167       4360-WRITE-HELD-SECTION.
165168           WRITE REPORT-LINE FROM RPT-HELD-HEADER
165169               AFTER ADVANCING 2 LINES.
165170           PERFORM 4380-WRITE-HELD-LINE THRU 4380-EXIT
165171               VARYING WS-HELD-SUB FROM 1 BY 1
165172               UNTIL WS-HELD-SUB > WS-HELD-USED.
165173           MOVE 'SUSPENDED ON HOLD...' TO RSB-LITERAL.
165174           MOVE WS-RECS-SUSPENDED      TO RSB-COUNT.
165175           WRITE REPORT-LINE FROM RPT-SUB-LINE
165176               AFTER ADVANCING 1 LINE.
165177       4360-EXIT.
165178           EXIT.
165179
165180       4380-WRITE-HELD-LINE.
165181           MOVE WS-HELD-SOURCE (WS-HELD-SUB) TO RHD-SOURCE.
165182           MOVE WS-HELD-VAR1 (WS-HELD-SUB)   TO RHD-VAR1.
165183           MOVE WS-HELD-VAR2 (WS-HELD-SUB)   TO RHD-VAR2.
165184           MOVE WS-HELD-ACTION (WS-HELD-SUB) TO RHD-ACTION.
165185           WRITE REPORT-LINE FROM RPT-HELD-LINE
165186               AFTER ADVANCING 1 LINE.
165187       4380-EXIT.
165188           EXIT.
165191
165194      *----------------------------------------------------------------*
165197      * 4400-WRITE-QUEUE-SECTION - THE CHANGES HELD BACK TONIGHT FOR   *
165200      * DUAL-CONTROL APPROVAL.  ONLY THE FIRST FIFTY PRINT             *
165203      * INDIVIDUALLY; THE COUNT LINE CARRIES THEM ALL.                 *
165206      *----------------------------------------------------------------*
165209       4400-WRITE-QUEUE-SECTION.
165212           WRITE REPORT-LINE FROM RPT-QUEUE-HEADER
165215               AFTER ADVANCING 2 LINES.
165218           PERFORM 4420-WRITE-QUEUE-LINE THRU 4420-EXIT
165221               VARYING WS-QUEUE-SUB FROM 1 BY 1
165224               UNTIL WS-QUEUE-SUB > WS-QUEUE-USED.
165227           MOVE 'QUEUED FOR APPROVAL.' TO RSB-LITERAL.
165230           MOVE WS-RECS-QUEUED         TO RSB-COUNT.
165233           WRITE REPORT-LINE FROM RPT-SUB-LINE
165236               AFTER ADVANCING 1 LINE.
165239       4400-EXIT.
165242           EXIT.
165245
165248       4420-WRITE-QUEUE-LINE.
165251           MOVE WS-QUEUE-SOURCE (WS-QUEUE-SUB)   TO RQL-SOURCE.
165254           MOVE WS-QUEUE-VAR1 (WS-QUEUE-SUB)     TO RQL-VAR1.
165257           MOVE WS-QUEUE-OLD-VAR2 (WS-QUEUE-SUB) TO RQL-OLD-VAR2.
165260           MOVE WS-QUEUE-NEW-VAR2 (WS-QUEUE-SUB) TO RQL-NEW-VAR2.
165263           IF WS-QUEUE-TYPE (WS-QUEUE-SUB) = 'A'
165266               MOVE 'ABSOLUTE' TO RQL-LIMIT
165269           ELSE
165272               MOVE 'PERCENT ' TO RQL-LIMIT
165275           END-IF.
165278           WRITE REPORT-LINE FROM RPT-QUEUE-LINE
165281               AFTER ADVANCING 1 LINE.
165284       4420-EXIT.
165287           EXIT.
165290
165300      *----------------------------------------------------------------*
165400      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
165500      *----------------------------------------------------------------*
