000367*                  SHOW THE WHOLE NIGHT ON ONE PAGE. AN ABCRUN
000368*                  THAT WILL NOT OPEN COSTS ONLY THE MILESTONE,
000369*                  NEVER THE COLLECTION ITSELF.
000370* 10/15/2026 CAM   N-ELEMENT ROUTING GROUPS. A FEEDER MAY NOW SEND
000371*                  A GROUP (LINE-1 "N I1 I2 .. IN", LINE-2 "N R1
000372*                  R2 .. RN") ALONGSIDE ITS A/B/C PAIRS. PASS 1
000373*                  HASHES EVERY ITEM OF A GROUP'S LINE-1 (NOT THE
000374*                  LEADING COUNT), THE SAME RULE ABC BALANCES THE
000375*                  TRAILER WITH; THE COPY PASS IS UNCHANGED.
000376* 10/15/2026 CAM   FEEDER REGISTRY CHECKS. EVERY FEED IS NOW
000377*                  PROVED AGAINST THE ABCFRG FEEDER REGISTRY -
000378*                  ONE ROW PER SOURCE-ID CARRYING AN ACTIVE FLAG,
000379*                  THE WEEKDAYS THE FEED IS EXPECTED ON AN ABCCAL
000380*                  PROCESSING DAY, A MINIMUM/MAXIMUM PAIR COUNT
000381*                  AND A PERCENTAGE TOLERANCE AGAINST THE
000382*                  SOURCE'S AVERAGE OVER ITS RECENT ABCSUM
000383*                  GENERATIONS (READ ON ABCSUMS). A MISSING,
000384*                  EMPTY, LOW, HIGH OR OUT-OF-TOLERANCE FEEDER IS
000385*                  LISTED ON ABCCOLR, FLAGGED ON THE MILESTONE
000386*                  (COLS 60-80) AND ENDS THE STEP RC=08 - ITS
000387*                  PAIRS ARE STILL COLLECTED. NO REGISTRY
000388*                  BYPASSES THE CHECKS WITH A NOTE ON THE JOB
000389*                  LOG, THE SAME ROLL-OUT RULE ABC APPLIES TO A
000390*                  MISSING CALENDAR.
000391* 10/15/2026 CAM   PER-SOURCE BATCH PROOF. A FEEDER MAY NOW
000392*                  BOOK-END ITS EXTRACT WITH ITS OWN HDR (SOURCE-
000393*                  ID, BUSINESS DATE, PAIR COUNT) AND TRL (PAIR
000394*                  COUNT, HASH) IN ABCIN'S LAYOUT. PASS 1 PROVES
000395*                  THE DATE AGAINST THE ABCCAL EXPECTED
000396*                  PROCESSING DATE AND BALANCES THE COUNT AND
000397*                  HASH; A FEED THAT FAILS IS NOT COLLECTED BUT
000398*                  COPIED WHOLE TO THE ABCHLD HELD-BATCH FILE
000399*                  BEHIND AN HLD TAG (SOURCE-ID, ORIGINAL
000400*                  BUSINESS DATE, REASON) AND THE STEP ENDS
000401*                  RC=12 - THE OTHER FEEDS RUN ON, SO ONE BAD
000402*                  EXTRACT NO LONGER STOPS ABC FOR EVERYONE.
000403*                  ABCHLI (LAST NIGHT'S HELD FILE AS ABCREL LEFT
000404*                  IT) IS CARRIED FORWARD FIRST, AND THE ABCRLS
000405*                  BATCHES ABCREL RELEASED ARE COPIED INTO ABCIN
000406*                  BEHIND THE RESUBMISSIONS, EACH UNDER ITS OWN
000407*                  HDR/TRL WITH ITS ORIGINAL DATE AND SOURCE-ID.
000408*                  THE COMBINED HDR AND THE ABCRUN MILESTONE NOW
000409*                  CARRY THE EXPECTED PROCESSING DATE RATHER THAN
000410*                  THE RUN DATE. A FEED WITH NO HDR/TRL IS
000411*                  COLLECTED UNPROVED, AS BEFORE.
000412*----------------------------------------------------------------
000413
000414 ENVIRONMENT DIVISION.
000415 INPUT-OUTPUT SECTION.
000416 FILE-CONTROL.
000417     SELECT COL-SRC1-FILE ASSIGN TO "ABCSRC1"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SRC1-STATUS.
000440
000636         ORGANIZATION IS LINE SEQUENTIAL
000638         FILE STATUS IS WS-ABCRUN-STATUS.
000640
000641     SELECT COL-FRG-FILE ASSIGN TO "ABCFRG"
000642         ORGANIZATION IS LINE SEQUENTIAL
000643         FILE STATUS IS WS-ABCFRG-STATUS.
000644
000645     SELECT COL-CAL-FILE ASSIGN TO "ABCCAL"
000646         ORGANIZATION IS LINE SEQUENTIAL
000647         FILE STATUS IS WS-ABCCAL-STATUS.
000648
000649     SELECT COL-SUMS-FILE ASSIGN TO "ABCSUMS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000651         FILE STATUS IS WS-ABCSUMS-STATUS.
000652
000653     SELECT COL-RLS-FILE ASSIGN TO "ABCRLS"
000654         ORGANIZATION IS LINE SEQUENTIAL
000655         FILE STATUS IS WS-ABCRLS-STATUS.
000656
000657     SELECT COL-HLI-FILE ASSIGN TO "ABCHLI"
000658         ORGANIZATION IS LINE SEQUENTIAL
000659         FILE STATUS IS WS-ABCHLI-STATUS.
000660
000661     SELECT COL-HLD-FILE ASSIGN TO "ABCHLD"
000662         ORGANIZATION IS LINE SEQUENTIAL
000663         FILE STATUS IS WS-ABCHLD-STATUS.
000664
000665 DATA DIVISION.
000666 FILE SECTION.
000670 FD  COL-SRC1-FILE.
000680 01  COL-SRC1-REC                PIC X(50).
000690
000832
000834 FD  COL-RUN-FILE.
000836 01  COL-RUN-REC                 PIC X(80).
000837
000838*----------------------------------------------------------------
000839* FEEDER REGISTRY ROW - A FIXED DSN OPERATIONS MAINTAIN, LIKE
000840* THE ABCCAL CALENDAR:
000841*     COLS  1-2   SOURCE-ID
000842*     COL   4     ACTIVE FLAG (Y/N)
000843*     COLS  6-12  EXPECTED WEEKDAYS, MON THRU SUN, Y/N EACH -
000844*                 APPLIED ON ABCCAL PROCESSING DAYS ONLY
000845*     COLS 14-20  MINIMUM PAIRS (ZERO = NO MINIMUM)
000846*     COLS 22-28  MAXIMUM PAIRS (ZERO = NO MAXIMUM)
000847*     COLS 30-32  PERCENT TOLERANCE AGAINST HISTORY (ZERO = NONE)
000848*     COLS 34-35  HISTORY NIGHTS AVERAGED (ZERO = 10, MAX 31)
000849*     COLS 37-66  DESCRIPTION
000850*----------------------------------------------------------------
000851 FD  COL-FRG-FILE.
000852 01  COL-FRG-REC.
000853     05  COL-FRG-ID              PIC X(02).
000854     05  FILLER                  PIC X(01).
000855     05  COL-FRG-ACTIVE          PIC X(01).
000856     05  FILLER                  PIC X(01).
000857     05  COL-FRG-DAYS            PIC X(07).
000858     05  FILLER                  PIC X(01).
000859     05  COL-FRG-MIN             PIC X(07).
000860     05  FILLER                  PIC X(01).
000861     05  COL-FRG-MAX             PIC X(07).
000862     05  FILLER                  PIC X(01).
000863     05  COL-FRG-PCT             PIC X(03).
000864     05  FILLER                  PIC X(01).
000865     05  COL-FRG-NIGHTS          PIC X(02).
000866     05  FILLER                  PIC X(01).
000867     05  COL-FRG-DESC            PIC X(30).
000868     05  FILLER                  PIC X(13).
000869
000870 FD  COL-CAL-FILE.
000871 01  COL-CAL-REC.
000872     05  COL-CAL-DATE            PIC X(08).
000873     05  FILLER                  PIC X(01).
000874     05  COL-CAL-TYPE            PIC X(01).
000875     05  FILLER                  PIC X(01).
000876     05  COL-CAL-NEXT            PIC X(08).
000877     05  FILLER                  PIC X(01).
000878
000879 FD  COL-SUMS-FILE.
000880 01  COL-SUMS-REC                PIC X(132).
000881
000882 FD  COL-RLS-FILE.
000883 01  COL-RLS-REC                 PIC X(50).
000884
000885 FD  COL-HLI-FILE.
000886 01  COL-HLI-REC                 PIC X(80).
000887
000888 FD  COL-HLD-FILE.
000889 01  COL-HLD-REC                 PIC X(80).
000890
000891 WORKING-STORAGE SECTION.
000892*----------------------------------------------------------------
000893* FILE STATUS AND END-OF-FILE SWITCHES
000894*----------------------------------------------------------------
000895 01  WS-SRC1-STATUS              PIC X(02).
000900     88  SRC1-OK                 VALUE "00".
000910     88  SRC1-EOF                VALUE "10".
000920
001094 01  WS-ABCRUN-STATUS            PIC X(02).
001096     88  ABCRUN-OK               VALUE "00".
001100
001101 01  WS-ABCFRG-STATUS            PIC X(02).
001102     88  ABCFRG-OK               VALUE "00".
001103     88  ABCFRG-EOF              VALUE "10".
001104
001105 01  WS-ABCCAL-STATUS            PIC X(02).
001106     88  ABCCAL-OK               VALUE "00".
001107     88  ABCCAL-EOF              VALUE "10".
001108
001109 01  WS-ABCSUMS-STATUS           PIC X(02).
001110     88  ABCSUMS-OK              VALUE "00".
001111     88  ABCSUMS-EOF             VALUE "10".
001112
001113 01  WS-ABCRLS-STATUS            PIC X(02).
001114     88  ABCRLS-OK               VALUE "00".
001115     88  ABCRLS-EOF              VALUE "10".
001116
001117 01  WS-ABCHLI-STATUS            PIC X(02).
001118     88  ABCHLI-OK               VALUE "00".
001119     88  ABCHLI-EOF              VALUE "10".
001120
001121 01  WS-ABCHLD-STATUS            PIC X(02).
001122     88  ABCHLD-OK               VALUE "00".
001123
001124 01  WS-SWITCHES.
001125     05  WS-SRC-EOF-SW           PIC X(01)  VALUE "N".
001130         88  WS-SRC-EOF          VALUE "Y".
001140     05  WS-RSB-EOF-SW           PIC X(01)  VALUE "N".
001150         88  WS-RSB-EOF          VALUE "Y".
001200     05  WS-SRC-OPEN-SW          PIC X(01)  VALUE "N".
001210         88  WS-SRC-OPENED       VALUE "Y".
001220     05  WS-LINE-STATE           PIC 9(01)  VALUE 1.
001221     05  WS-FRG-EOF-SW           PIC X(01)  VALUE "N".
001222         88  WS-FRG-EOF          VALUE "Y".
001223     05  WS-FRG-ON-SW            PIC X(01)  VALUE "N".
001224         88  WS-FRG-ON           VALUE "Y".
001225     05  WS-CAL-EOF-SW           PIC X(01)  VALUE "N".
001226         88  WS-CAL-EOF          VALUE "Y".
001227     05  WS-SUMS-EOF-SW          PIC X(01)  VALUE "N".
001228         88  WS-SUMS-EOF         VALUE "Y".
001229     05  WS-PROC-DAY-SW          PIC X(01)  VALUE "Y".
001230         88  WS-PROC-DAY         VALUE "Y".
001231     05  WS-FDR-EXCEPT-SW        PIC X(01)  VALUE "N".
001232         88  WS-FDR-EXCEPTIONS   VALUE "Y".
001233     05  WS-RLS-EOF-SW           PIC X(01)  VALUE "N".
001234         88  WS-RLS-EOF          VALUE "Y".
001235     05  WS-HLI-EOF-SW           PIC X(01)  VALUE "N".
001236         88  WS-HLI-EOF          VALUE "Y".
001237     05  WS-HELD-SW              PIC X(01)  VALUE "N".
001238         88  WS-BATCH-HELD       VALUE "Y".
001239
001240*----------------------------------------------------------------
001250* PER-SOURCE CONTROLS. THE SOURCE-ID STAMPED IN LINE-1 COLS
001260* 49-50 IS FIXED PER DD - F1/F2/F3 - SO A RECORD'S FEEDER CAN BE
001320     05  FILLER                  PIC X(02)  VALUE "F3".
001330
001340 01  WS-SRC-ID-TABLE REDEFINES WS-SRC-ID-INIT.
001341     05  WS-SRC-ID               PIC X(02)  OCCURS 3 TIMES.
001342
001343 01  WS-SRC-COUNT-TABLE.
001344     05  WS-SRC-PAIRS            PIC 9(07)  OCCURS 3 TIMES
001345                                  VALUE ZERO.
001346     05  WS-SRC-ORPHANS          PIC 9(07)  OCCURS 3 TIMES
001347                                  VALUE ZERO.
001348     05  WS-SRC-PRIORITY         PIC 9(07)  OCCURS 3 TIMES
001349                                  VALUE ZERO.
001350
001351 01  WS-SRC-IX                   PIC 9(01)  COMP  VALUE ZERO.
001352
001353*----------------------------------------------------------------
001354* PER-SOURCE BATCH CONTROLS. A FEED THAT OPENS WITH ITS OWN HDR
001355* AND CLOSES WITH ITS OWN TRL (ABCIN'S LAYOUT - "HDR SS
001356* YYYYMMDD NNNNNNN" AND "TRL NNNNNNN HHHHHHHHH") IS PROVED IN
001357* PASS 1; A FEED WITH NEITHER IS A LEGACY EXTRACT AND GOES
001358* THROUGH UNPROVED. THE HASH IS KEPT PER SOURCE SO A HELD FEED
001359* CAN BE LEFT OUT OF THE COMBINED TRAILER. HOLD REASONS:
001360*     D      HDR BUSINESS DATE IS NOT THE EXPECTED PROCESSING
001361*            DATE (OR IS NOT A DATE AT ALL)
001362*     B      PAIRS READ DO NOT BALANCE TO THE HDR/TRL COUNTS
001363*            OR THE TRL HASH
001364*     X      CONTROL RECORDS MISSING, REPEATED, MISPLACED,
001365*            NON-NUMERIC OR FOR ANOTHER SOURCE-ID
001366*----------------------------------------------------------------
001367 01  WS-SRC-BATCH-TABLE.
001368     05  WS-SRC-BATCH-ENTRY      OCCURS 3 TIMES.
001369         10  WS-SRC-HASH         PIC 9(09)  VALUE ZERO.
001370         10  WS-SRC-CTL-SW       PIC X(01)  VALUE "N".
001371         10  WS-SRC-HOLD         PIC X(01)  VALUE SPACE.
001372         10  WS-SRC-HOLD-TEXT    PIC X(30)  VALUE SPACES.
001373         10  WS-SRC-HDR-COUNT    PIC 9(03)  VALUE ZERO.
001374         10  WS-SRC-TRL-COUNT    PIC 9(03)  VALUE ZERO.
001375         10  WS-SRC-MISPLACED    PIC 9(07)  VALUE ZERO.
001376         10  WS-SRC-HDR-SOURCE   PIC X(02)  VALUE SPACES.
001377         10  WS-SRC-HDR-DATE     PIC X(08)  VALUE SPACES.
001378         10  WS-SRC-HDR-EXP      PIC X(07)  VALUE SPACES.
001379         10  WS-SRC-HDR-EXP-N    REDEFINES WS-SRC-HDR-EXP
001380                                 PIC 9(07).
001381         10  WS-SRC-TRL-CNT      PIC X(07)  VALUE SPACES.
001382         10  WS-SRC-TRL-CNT-N    REDEFINES WS-SRC-TRL-CNT
001383                                 PIC 9(07).
001384         10  WS-SRC-TRL-HASH     PIC X(09)  VALUE SPACES.
001385         10  WS-SRC-TRL-HASH-N   REDEFINES WS-SRC-TRL-HASH
001386                                 PIC 9(09).
001387
001388*----------------------------------------------------------------
001389* HELD-BATCH TAG - THE ABCHLD RECORD AHEAD OF EACH HELD FEED,
001390* WHOSE LINES FOLLOW VERBATIM (CONTROL RECORDS AND ANY ORPHAN
001391* INCLUDED) UP TO THE NEXT TAG. ABCREL RELEASES ON THIS TAG.
001392*     COLS  1-3   "HLD"
001393*     COLS  5-6   SOURCE-ID
001394*     COLS  8-15  ORIGINAL BUSINESS DATE (THE FEED'S HDR DATE)
001395*     COLS 17-24  DATE HELD (RUN DATE)
001396*     COLS 26-32  PAIRS COUNTED    34-42  THEIR HASH TOTAL
001397*     COL  44     REASON CODE (D/B/X)   46-75  REASON TEXT
001398*----------------------------------------------------------------
001399 01  WS-HLD-TAG.
001400     05  WS-HLD-TAG-ID           PIC X(03)  VALUE "HLD".
001401     05  FILLER                  PIC X(01)  VALUE SPACE.
001402     05  WS-HLD-TAG-SRC          PIC X(02)  VALUE SPACES.
001403     05  FILLER                  PIC X(01)  VALUE SPACE.
001404     05  WS-HLD-TAG-BUS-DATE     PIC X(08)  VALUE SPACES.
001405     05  FILLER                  PIC X(01)  VALUE SPACE.
001406     05  WS-HLD-TAG-HELD-DATE    PIC X(08)  VALUE SPACES.
001407     05  FILLER                  PIC X(01)  VALUE SPACE.
001408     05  WS-HLD-TAG-PAIRS        PIC 9(07)  VALUE ZERO.
001409     05  FILLER                  PIC X(01)  VALUE SPACE.
001410     05  WS-HLD-TAG-HASH         PIC 9(09)  VALUE ZERO.
001411     05  FILLER                  PIC X(01)  VALUE SPACE.
001412     05  WS-HLD-TAG-REASON       PIC X(01)  VALUE SPACE.
001413     05  FILLER                  PIC X(01)  VALUE SPACE.
001414     05  WS-HLD-TAG-TEXT         PIC X(30)  VALUE SPACES.
001415     05  FILLER                  PIC X(05)  VALUE SPACES.
001416
001417 01  WS-BATCH-WORK.
001418     05  WS-EXPECTED-DATE        PIC X(08)  VALUE SPACES.
001419     05  WS-BATCH-DATE           PIC X(08)  VALUE SPACES.
001420     05  WS-CTL-ID               PIC X(03)  VALUE SPACES.
001421     05  WS-FLAG-CODE            PIC X(01)  VALUE SPACE.
001422     05  WS-BATCH-TEXT           PIC X(50)  VALUE SPACES.
001423     05  WS-RLS-LINES            PIC 9(07)  VALUE ZERO.
001424     05  WS-RLS-BATCHES          PIC 9(05)  VALUE ZERO.
001425     05  WS-HLI-BATCHES          PIC 9(05)  VALUE ZERO.
001426     05  WS-HELD-BATCHES         PIC 9(05)  VALUE ZERO.
001427
001428*----------------------------------------------------------------
001429* PER-SOURCE REGISTRY ENTRIES, LOADED FROM ABCFRG AGAINST THE
001430* THREE FIXED SOURCE-IDS, AND THE OUTCOME OF EACH FEED'S CHECK:
001431*     SPACE  PASSED (OR NOT CHECKED - SEE 7110)
001432*     M      EXPECTED TODAY, THE FEED COULD NOT BE OPENED
001433*     E      EXPECTED TODAY, THE FEED HELD NO PAIRS
001434*     L      BELOW THE REGISTRY MINIMUM
001435*     H      ABOVE THE REGISTRY MAXIMUM
001436*     T      OUTSIDE THE PERCENT TOLERANCE OF ITS HISTORY
001437*     I      AN INACTIVE FEEDER SENT PAIRS
001438*     U      A FEED WITH PAIRS HAS NO REGISTRY ROW
001439*----------------------------------------------------------------
001440 01  WS-SRC-REG-TABLE.
001441     05  WS-SRC-REG-ENTRY        OCCURS 3 TIMES.
001442         10  WS-SRC-ABSENT-SW    PIC X(01)  VALUE "N".
001443         10  WS-SRC-REG-SW       PIC X(01)  VALUE "N".
001444         10  WS-SRC-ACTIVE       PIC X(01)  VALUE "N".
001445         10  WS-SRC-EXPECT-SW    PIC X(01)  VALUE "N".
001446         10  WS-SRC-DAYS         PIC X(07)  VALUE SPACES.
001447         10  WS-SRC-MIN          PIC 9(07)  VALUE ZERO.
001448         10  WS-SRC-MAX          PIC 9(07)  VALUE ZERO.
001449         10  WS-SRC-PCT          PIC 9(03)  VALUE ZERO.
001450         10  WS-SRC-NIGHTS       PIC 9(02)  VALUE ZERO.
001451         10  WS-SRC-HIST-PAIRS   PIC 9(09)  VALUE ZERO.
001452         10  WS-SRC-HIST-NIGHTS  PIC 9(02)  VALUE ZERO.
001453         10  WS-SRC-HIST-AVG     PIC 9(07)  VALUE ZERO.
001454         10  WS-SRC-CHECK        PIC X(01)  VALUE SPACE.
001455
001456*----------------------------------------------------------------
001457* VOLUME HISTORY - PAIRS PER SOURCE PER BUSINESS DATE, SUMMED
001458* FROM THE PER-SOURCE LINES OF EVERY ABCSUM GENERATION ON
001459* ABCSUMS (REJECTS PLUS EACH TEMPLATE TALLY). THE MAIN AND
001460* EXPRESS PASSES OF ONE NIGHT FOLD INTO ONE DATE ENTRY. TONIGHT
001461* AND LATER DATES ARE SKIPPED SO A RERUN NEVER MEASURES A FEED
001462* AGAINST ITSELF; PAST THE 31ST DATE THE OLDER NIGHTS ARE
001463* IGNORED, AS IN ABCTRD.
001464*----------------------------------------------------------------
001465 01  WS-HIST-CONTROLS.
001466     05  WS-HIST-MAX             PIC 9(02)  VALUE 31.
001467     05  WS-HIST-COUNT           PIC 9(02)  VALUE ZERO.
001468     05  WS-HIST-SUB             PIC 9(02)  COMP  VALUE ZERO.
001469     05  WS-HIST-CUR             PIC 9(02)  COMP  VALUE ZERO.
001470     05  WS-HIST-RANK-SUB        PIC 9(02)  COMP  VALUE ZERO.
001471     05  WS-HIST-NEWER           PIC 9(02)  COMP  VALUE ZERO.
001472
001473 01  WS-HIST-TABLE.
001474     05  WS-HIST-ENTRY           OCCURS 31 TIMES.
001475         10  WS-HIST-DATE        PIC X(08).
001476         10  WS-HIST-PAIRS       PIC 9(07)  OCCURS 3 TIMES.
001477
001478 01  WS-REGISTRY-WORK.
001479     05  WS-REG-IX               PIC 9(01)  COMP  VALUE ZERO.
001480     05  WS-MATCH-ID             PIC X(02)  VALUE SPACES.
001481     05  WS-MATCH-DATE           PIC X(08)  VALUE SPACES.
001482     05  WS-RUN-DATE-NUM         PIC 9(08)  VALUE ZERO.
001483     05  WS-DAY-INT              PIC 9(07)  VALUE ZERO.
001484     05  WS-DAY-QUOT             PIC 9(07)  VALUE ZERO.
001485     05  WS-DAY-REM              PIC 9(01)  VALUE ZERO.
001486     05  WS-DOW                  PIC 9(01)  VALUE 1.
001487     05  WS-SUM-LEFT             PIC X(40)  VALUE SPACES.
001488     05  WS-SUM-COUNT-TEXT       PIC X(10)  VALUE SPACES.
001489     05  WS-SUM-COUNT            PIC 9(07)  VALUE ZERO.
001490     05  WS-TOL-DIFF             PIC S9(09) VALUE ZERO.
001491     05  WS-TOL-ACTUAL           PIC 9(11)  VALUE ZERO.
001492     05  WS-TOL-LIMIT            PIC 9(11)  VALUE ZERO.
001493     05  WS-CHECK-TEXT           PIC X(30)  VALUE SPACES.
001494     05  WS-FDR-COUNT            PIC 9(02)  VALUE ZERO.
001495     05  WS-FDR-FLAGS            PIC X(18)  VALUE SPACES.
001496     05  WS-FDR-PTR              PIC 9(02)  VALUE 1.
001497
001498 01  WS-COLLECT-WORK.
001499     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
001500     05  WS-COL-LINE             PIC X(50).
001501     05  WS-PEND-LINE1           PIC X(50).
001502     05  WS-PAIR-TOTAL           PIC 9(07)  VALUE ZERO.
001503     05  WS-HASH-TOTAL           PIC 9(09)  VALUE ZERO.
001510     05  WS-RSB-LINES            PIC 9(07)  VALUE ZERO.
001512     05  WS-PRI-TOTAL            PIC 9(07)  VALUE ZERO.
001520     05  WS-HASH-TOKEN           PIC X(02).
001530     05  WS-HASH-VAL             PIC 9(02)  VALUE ZERO.
001540     05  WS-TOK-A                PIC X(02).
001550     05  WS-TOK-B                PIC X(02).
001552     05  WS-TOK-C                PIC X(02).
001554     05  WS-GRP-SCAN-LINE        PIC X(40)  VALUE SPACES.
001556     05  WS-GRP-PTR              PIC 9(03)  VALUE 1.
001558     05  WS-GRP-TOKENS           PIC 9(02)  COMP  VALUE ZERO.
001562
001563*----------------------------------------------------------------
001564* RUN-CONTROL MILESTONE WORK AREA. ONE 80-BYTE RECORD IS
001571*     COLS 26-31  END TIME (HHMMSS)
001572*     COLS 33-34  RETURN CODE
001573*     COLS 36-42  COUNT 1   44-50  COUNT 2   52-58  COUNT 3
001574*     COLS 60-61  FEEDER EXCEPTIONS (THIS STEP ONLY, BLANK WHEN
001575*                 THE REGISTRY WAS NOT AVAILABLE AND NO BATCH
001576*                 WAS HELD)
001577*     COLS 63-80  UP TO SIX SOURCE-ID + CHECK-CODE TRIPLETS,
001578*                 E.G. "F1MF3T" - THE CODES ARE LISTED AT
001579*                 WS-SRC-REG-TABLE AND WS-SRC-BATCH-TABLE
001580*----------------------------------------------------------------
001581 01  WS-RUN-CONTROLS.
001582     05  WS-TIME-RAW             PIC X(08)  VALUE SPACES.
001583     05  WS-START-TIME           PIC X(06)  VALUE SPACES.
001584     05  WS-END-TIME             PIC X(06)  VALUE SPACES.
001585     05  WS-RC-DISP              PIC 9(02)  VALUE ZERO.
001586     05  WS-CNT-DISP             PIC 9(07)  VALUE ZERO.
001587
001588 PROCEDURE DIVISION.
001590*----------------------------------------------------------------
001600 0000-MAINLINE.
001610*----------------------------------------------------------------
001650     IF NOT WS-FATAL-ERROR
001660         PERFORM 2000-COPY-RESUBMISSION
001670             THRU 2000-COPY-RESUBMISSION-EXIT
001673         PERFORM 2050-COPY-RELEASED
001676             THRU 2050-COPY-RELEASED-EXIT
001680         PERFORM 3000-PREPASS-ALL-SOURCES
001690             THRU 3000-PREPASS-ALL-SOURCES-EXIT
001700     END-IF.
001740*    ABORTED COLLECTION MUST NOT HAND STEP010 AN EMPTY BUT
001750*    PLAUSIBLE-LOOKING BATCH.
001760     IF NOT WS-FATAL-ERROR
001761         PERFORM 3500-CHECK-ALL-FEEDERS
001762             THRU 3500-CHECK-ALL-FEEDERS-EXIT
001763         PERFORM 3600-WRITE-HELD-BATCHES
001764             THRU 3600-WRITE-HELD-BATCHES-EXIT
001765     END-IF.
001766
001767*    A HELD FEED THAT COULD NOT BE WRITTEN TO ABCHLD IS FATAL -
001768*    ITS PAIRS WOULD OTHERWISE BE IN NEITHER FILE.
001769     IF NOT WS-FATAL-ERROR
001770         PERFORM 3700-TOTAL-COLLECTED
001771             THRU 3700-TOTAL-COLLECTED-EXIT
001772         PERFORM 4000-WRITE-HEADER
001780             THRU 4000-WRITE-HEADER-EXIT
001790         PERFORM 5000-COPY-ALL-SOURCES
001800             THRU 5000-COPY-ALL-SOURCES-EXIT
001952     ACCEPT WS-TIME-RAW FROM TIME.
001954     MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
001960
001961*    THE HELD-BATCH INVENTORY IS CARRIED FORWARD BEFORE ANYTHING
001962*    ELSE CAN FAIL - ABCHLD IS CATALOGED HOWEVER THE STEP ENDS,
001963*    AND AN EMPTY ONE WOULD LOSE EVERY BATCH STILL ON HOLD.
001964     PERFORM 1100-CARRY-HELD-BATCHES
001965         THRU 1100-CARRY-HELD-BATCHES-EXIT.
001966
001970     OPEN OUTPUT COL-IN-FILE.
001980     IF NOT ABCIN-OK
001990         DISPLAY "ABCCOL: UNABLE TO OPEN ABCIN, STATUS="
002140         MOVE "ABCCOL INPUT COLLECTION" TO COL-RPT-REC
002150         WRITE COL-RPT-REC
002160     END-IF.
002161
002162     IF NOT WS-FATAL-ERROR
002163         PERFORM 1300-LOAD-CALENDAR
002164             THRU 1300-LOAD-CALENDAR-EXIT
002165         PERFORM 1200-LOAD-FEEDER-REGISTRY
002166             THRU 1200-LOAD-FEEDER-REGISTRY-EXIT
002167     END-IF.
002168     IF WS-EXPECTED-DATE = SPACES
002169         MOVE WS-RUN-DATE      TO WS-BATCH-DATE
002170     ELSE
002171         MOVE WS-EXPECTED-DATE TO WS-BATCH-DATE
002172     END-IF.
002173 1000-INITIALIZE-EXIT.
002174     EXIT.
002175
002176*----------------------------------------------------------------
002177*    COPY LAST NIGHT'S HELD-BATCH FILE (AS THE MORNING ABCREL
002178*    RUN LEFT IT) INTO TONIGHT'S, SO ABCHLD IS ALWAYS THE WHOLE
002179*    INVENTORY OF BATCHES ON HOLD. NO ABCHLI IS NOTED AND
002180*    STARTS AN EMPTY INVENTORY; AN ABCHLD THAT WILL NOT OPEN IS
002181*    FATAL, SINCE NOTHING COULD THEN BE HELD SAFELY.
002182*----------------------------------------------------------------
002183 1100-CARRY-HELD-BATCHES.
002184*----------------------------------------------------------------
002185     OPEN OUTPUT COL-HLD-FILE.
002186     IF NOT ABCHLD-OK
002187         DISPLAY "ABCCOL: UNABLE TO OPEN ABCHLD, STATUS="
002188             WS-ABCHLD-STATUS
002189         MOVE "Y" TO WS-FATAL-SW
002190         GO TO 1100-CARRY-HELD-BATCHES-EXIT
002191     END-IF.
002192     OPEN INPUT COL-HLI-FILE.
002193     IF NOT ABCHLI-OK
002194         DISPLAY "ABCCOL: NO HELD-BATCH FILE, ABCHLI STATUS="
002195             WS-ABCHLI-STATUS
002196         GO TO 1100-CARRY-HELD-BATCHES-EXIT
002197     END-IF.
002198     MOVE "N" TO WS-HLI-EOF-SW.
002199     PERFORM 1110-COPY-HLI-LINE
002200         THRU 1110-COPY-HLI-LINE-EXIT
002201         UNTIL WS-HLI-EOF.
002202     CLOSE COL-HLI-FILE.
002203 1100-CARRY-HELD-BATCHES-EXIT.
002204     EXIT.
002205
002206*----------------------------------------------------------------
002207 1110-COPY-HLI-LINE.
002208*----------------------------------------------------------------
002209     READ COL-HLI-FILE
002210         AT END
002211             SET WS-HLI-EOF TO TRUE
002212     END-READ.
002213     IF WS-HLI-EOF
002214         GO TO 1110-COPY-HLI-LINE-EXIT
002215     END-IF.
002216     IF COL-HLI-REC(1:4) = "HLD "
002217         ADD 1 TO WS-HLI-BATCHES
002218     END-IF.
002219     MOVE COL-HLI-REC TO COL-HLD-REC.
002220     WRITE COL-HLD-REC.
002221 1110-COPY-HLI-LINE-EXIT.
002222     EXIT.
002223
002224*----------------------------------------------------------------
002225*    THE FEEDER REGISTRY, AND WITH IT THE VOLUME HISTORY THE
002226*    CHECKS NEED. THE REGISTRY IS OPTIONAL -
002227*    WITHOUT IT EVERY FEED IS COLLECTED UNCHECKED, AS BEFORE,
002228*    WITH A NOTE ON THE JOB LOG.
002229*----------------------------------------------------------------
002230 1200-LOAD-FEEDER-REGISTRY.
002231*----------------------------------------------------------------
002232     OPEN INPUT COL-FRG-FILE.
002233     IF NOT ABCFRG-OK
002234         DISPLAY "ABCCOL: NO FEEDER REGISTRY, ABCFRG STATUS="
002235             WS-ABCFRG-STATUS " - FEEDER CHECKS BYPASSED"
002236         GO TO 1200-LOAD-FEEDER-REGISTRY-EXIT
002237     END-IF.
002238     SET WS-FRG-ON TO TRUE.
002239     MOVE "N" TO WS-FRG-EOF-SW.
002240     PERFORM 1210-READ-FRG-RECORD
002241         THRU 1210-READ-FRG-RECORD-EXIT
002242         UNTIL WS-FRG-EOF.
002243     CLOSE COL-FRG-FILE.
002244
002245     PERFORM 1400-LOAD-VOLUME-HISTORY
002246         THRU 1400-LOAD-VOLUME-HISTORY-EXIT.
002247 1200-LOAD-FEEDER-REGISTRY-EXIT.
002248     EXIT.
002249
002250*----------------------------------------------------------------
002251*    ONE REGISTRY ROW. A ROW FOR A SOURCE-ID THIS STEP HAS NO
002252*    FEED FOR IS NOTED AND IGNORED; A NON-NUMERIC LIMIT READS AS
002253*    ZERO (NO LIMIT).
002254*----------------------------------------------------------------
002255 1210-READ-FRG-RECORD.
002256*----------------------------------------------------------------
002257     READ COL-FRG-FILE
002258         AT END
002259             SET WS-FRG-EOF TO TRUE
002260     END-READ.
002261     IF WS-FRG-EOF OR COL-FRG-ID = SPACES
002262         GO TO 1210-READ-FRG-RECORD-EXIT
002263     END-IF.
002264     MOVE COL-FRG-ID TO WS-MATCH-ID.
002265     PERFORM 1220-FIND-SOURCE-IX
002266         THRU 1220-FIND-SOURCE-IX-EXIT.
002267     IF WS-REG-IX = ZERO
002268         DISPLAY "ABCCOL: REGISTRY ROW " COL-FRG-ID
002269             " HAS NO FEED IN THIS STEP - IGNORED"
002270         GO TO 1210-READ-FRG-RECORD-EXIT
002271     END-IF.
002272     MOVE "Y"            TO WS-SRC-REG-SW(WS-REG-IX).
002273     MOVE COL-FRG-ACTIVE TO WS-SRC-ACTIVE(WS-REG-IX).
002274     MOVE COL-FRG-DAYS   TO WS-SRC-DAYS(WS-REG-IX).
002275     IF COL-FRG-MIN NUMERIC
002276         MOVE COL-FRG-MIN TO WS-SRC-MIN(WS-REG-IX)
002277     END-IF.
002278     IF COL-FRG-MAX NUMERIC
002279         MOVE COL-FRG-MAX TO WS-SRC-MAX(WS-REG-IX)
002280     END-IF.
002281     IF COL-FRG-PCT NUMERIC
002282         MOVE COL-FRG-PCT TO WS-SRC-PCT(WS-REG-IX)
002283     END-IF.
002284     IF COL-FRG-NIGHTS NUMERIC
002285         MOVE COL-FRG-NIGHTS TO WS-SRC-NIGHTS(WS-REG-IX)
002286     END-IF.
002287     IF WS-SRC-NIGHTS(WS-REG-IX) = ZERO
002288         MOVE 10 TO WS-SRC-NIGHTS(WS-REG-IX)
002289     END-IF.
002290     IF WS-SRC-NIGHTS(WS-REG-IX) > WS-HIST-MAX
002291         MOVE WS-HIST-MAX TO WS-SRC-NIGHTS(WS-REG-IX)
002292     END-IF.
002293 1210-READ-FRG-RECORD-EXIT.
002294     EXIT.
002295
002296*----------------------------------------------------------------
002297*    WS-REG-IX = THE SOURCE SLOT WHOSE ID IS WS-MATCH-ID, OR
002298*    ZERO WHEN NONE IS.
002299*----------------------------------------------------------------
002300 1220-FIND-SOURCE-IX.
002301*----------------------------------------------------------------
002302     MOVE ZERO TO WS-REG-IX.
002303     IF WS-MATCH-ID = WS-SRC-ID(1)
002304         MOVE 1 TO WS-REG-IX
002305     END-IF.
002306     IF WS-MATCH-ID = WS-SRC-ID(2)
002307         MOVE 2 TO WS-REG-IX
002308     END-IF.
002309     IF WS-MATCH-ID = WS-SRC-ID(3)
002310         MOVE 3 TO WS-REG-IX
002311     END-IF.
002312 1220-FIND-SOURCE-IX-EXIT.
002313     EXIT.
002314
002315*----------------------------------------------------------------
002316*    THE WEEKDAY OF THE RUN DATE (1 = MONDAY - DAY 1 OF THE
002317*    INTEGER-DATE SCALE, 01/01/1601, WAS A MONDAY) AND WHETHER
002318*    ABCCAL CALLS IT A PROCESSING DAY. NO FEEDER IS EXPECTED ON A
002319*    HOLIDAY OR WEEKEND ROW. THE ROW ALSO YIELDS THE EXPECTED
002320*    PROCESSING DATE EVERY FEED'S HDR IS PROVED AGAINST - THE RUN
002321*    DATE ON A P DAY, THE NEXT-BUSINESS-DATE OTHERWISE - THE SAME
002322*    RULE ABC APPLIES. NO CALENDAR, OR NO ROW FOR THE DATE,
002323*    TREATS THE DAY AS A PROCESSING DAY SO THE WEEKDAY FLAGS
002324*    ALONE DECIDE, AND LEAVES FEED DATES UNPROVED.
002325*----------------------------------------------------------------
002326 1300-LOAD-CALENDAR.
002327*----------------------------------------------------------------
002328     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
002329     COMPUTE WS-DAY-INT =
002330         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
002331     DIVIDE WS-DAY-INT BY 7
002332         GIVING WS-DAY-QUOT REMAINDER WS-DAY-REM.
002333     IF WS-DAY-REM = ZERO
002334         MOVE 7 TO WS-DOW
002335     ELSE
002336         MOVE WS-DAY-REM TO WS-DOW
002337     END-IF.
002338
002339     MOVE "Y" TO WS-PROC-DAY-SW.
002340     MOVE "N" TO WS-CAL-EOF-SW.
002341     OPEN INPUT COL-CAL-FILE.
002342     IF NOT ABCCAL-OK
002343         DISPLAY "ABCCOL: NO PROCESSING CALENDAR, ABCCAL STATUS="
002344             WS-ABCCAL-STATUS " - FEED DATES NOT PROVED"
002345         GO TO 1300-LOAD-CALENDAR-EXIT
002346     END-IF.
002347     PERFORM 1310-READ-CAL-RECORD
002348         THRU 1310-READ-CAL-RECORD-EXIT
002349         UNTIL WS-CAL-EOF.
002350     CLOSE COL-CAL-FILE.
002351     IF WS-EXPECTED-DATE = SPACES
002352         DISPLAY "ABCCOL: NO ABCCAL ROW FOR " WS-RUN-DATE
002353             " - FEED DATES NOT PROVED"
002354     END-IF.
002355     IF NOT WS-PROC-DAY
002356         DISPLAY "ABCCOL: " WS-RUN-DATE
002357             " IS NOT A PROCESSING DAY - NO FEEDER EXPECTED"
002358     END-IF.
002359 1300-LOAD-CALENDAR-EXIT.
002360     EXIT.
002361
002362*----------------------------------------------------------------
002363 1310-READ-CAL-RECORD.
002364*----------------------------------------------------------------
002365     READ COL-CAL-FILE
002366         AT END
002367             SET WS-CAL-EOF TO TRUE
002368     END-READ.
002369     IF WS-CAL-EOF OR COL-CAL-DATE NOT = WS-RUN-DATE
002370         GO TO 1310-READ-CAL-RECORD-EXIT
002371     END-IF.
002372     IF COL-CAL-TYPE NOT = "P"
002373         MOVE "N" TO WS-PROC-DAY-SW
002374         MOVE COL-CAL-NEXT TO WS-EXPECTED-DATE
002375     ELSE
002376         MOVE COL-CAL-DATE TO WS-EXPECTED-DATE
002377     END-IF.
002378     SET WS-CAL-EOF TO TRUE.
002379 1310-READ-CAL-RECORD-EXIT.
002380     EXIT.
002381
002382*----------------------------------------------------------------
002383*    THE VOLUME HISTORY FOR THE PERCENT-TOLERANCE CHECK. NO
002384*    ABCSUMS LEAVES EVERY AVERAGE AT ZERO, WHICH BYPASSES THAT
002385*    CHECK ALONE - THE MIN/MAX LIMITS STILL APPLY.
002386*----------------------------------------------------------------
002387 1400-LOAD-VOLUME-HISTORY.
002388*----------------------------------------------------------------
002389     MOVE "N" TO WS-SUMS-EOF-SW.
002390     OPEN INPUT COL-SUMS-FILE.
002391     IF NOT ABCSUMS-OK
002392         DISPLAY "ABCCOL: NO SUMMARY HISTORY, ABCSUMS STATUS="
002393             WS-ABCSUMS-STATUS " - TOLERANCE CHECKS BYPASSED"
002394         GO TO 1400-LOAD-VOLUME-HISTORY-EXIT
002395     END-IF.
002396     MOVE ZERO TO WS-HIST-CUR.
002397     PERFORM 1410-READ-SUMS-LINE
002398         THRU 1410-READ-SUMS-LINE-EXIT
002399         UNTIL WS-SUMS-EOF.
002400     CLOSE COL-SUMS-FILE.
002401     PERFORM 1450-AVERAGE-ONE-SOURCE
002402         THRU 1450-AVERAGE-ONE-SOURCE-EXIT
002403         VARYING WS-SRC-IX FROM 1 BY 1
002404         UNTIL WS-SRC-IX > 3.
002405 1400-LOAD-VOLUME-HISTORY-EXIT.
002406     EXIT.
002407
002408*----------------------------------------------------------------
002409*    A SUMMARY HEADER SELECTS THE DATE ENTRY THE FOLLOWING
002410*    PER-SOURCE LINES ADD INTO; EVERY OTHER LINE IS SKIPPED.
002411*----------------------------------------------------------------
002412 1410-READ-SUMS-LINE.
002413*----------------------------------------------------------------
002414     READ COL-SUMS-FILE
002415         AT END
002416             SET WS-SUMS-EOF TO TRUE
002417     END-READ.
002418     IF WS-SUMS-EOF
002419         GO TO 1410-READ-SUMS-LINE-EXIT
002420     END-IF.
002421     IF COL-SUMS-REC(1:22) = "ABC DAILY SUMMARY FOR "
002422         PERFORM 1420-FIND-HIST-DATE
002423             THRU 1420-FIND-HIST-DATE-EXIT
002424         GO TO 1410-READ-SUMS-LINE-EXIT
002425     END-IF.
002426     IF COL-SUMS-REC(1:9) NOT = "  SOURCE "
002427             OR WS-HIST-CUR = ZERO
002428         GO TO 1410-READ-SUMS-LINE-EXIT
002429     END-IF.
002430     MOVE COL-SUMS-REC(10:2) TO WS-MATCH-ID.
002431     PERFORM 1220-FIND-SOURCE-IX
002432         THRU 1220-FIND-SOURCE-IX-EXIT.
002433     IF WS-REG-IX = ZERO
002434         GO TO 1410-READ-SUMS-LINE-EXIT
002435     END-IF.
002436     MOVE SPACES TO WS-SUM-LEFT.
002437     MOVE SPACES TO WS-SUM-COUNT-TEXT.
002438     UNSTRING COL-SUMS-REC
002439         DELIMITED BY " - "
002440         INTO WS-SUM-LEFT, WS-SUM-COUNT-TEXT
002441     END-UNSTRING.
002442     IF WS-SUM-COUNT-TEXT(1:7) NUMERIC
002443         MOVE WS-SUM-COUNT-TEXT(1:7) TO WS-SUM-COUNT
002444         ADD WS-SUM-COUNT TO WS-HIST-PAIRS(WS-HIST-CUR, WS-REG-IX)
002445     END-IF.
002446 1410-READ-SUMS-LINE-EXIT.
002447     EXIT.
002448
002449*----------------------------------------------------------------
002450 1420-FIND-HIST-DATE.
002451*----------------------------------------------------------------
002452     MOVE ZERO TO WS-HIST-CUR.
002453     MOVE COL-SUMS-REC(23:8) TO WS-MATCH-DATE.
002454     IF WS-MATCH-DATE NOT NUMERIC
002455             OR WS-MATCH-DATE NOT < WS-RUN-DATE
002456         GO TO 1420-FIND-HIST-DATE-EXIT
002457     END-IF.
002458     PERFORM 1430-MATCH-HIST-DATE
002459         THRU 1430-MATCH-HIST-DATE-EXIT
002460         VARYING WS-HIST-SUB FROM 1 BY 1
002461         UNTIL WS-HIST-SUB > WS-HIST-COUNT
002462             OR WS-HIST-CUR > ZERO.
002463     IF WS-HIST-CUR > ZERO
002464             OR WS-HIST-COUNT = WS-HIST-MAX
002465         GO TO 1420-FIND-HIST-DATE-EXIT
002466     END-IF.
002467     ADD 1 TO WS-HIST-COUNT.
002468     MOVE WS-HIST-COUNT TO WS-HIST-CUR.
002469     MOVE WS-MATCH-DATE TO WS-HIST-DATE(WS-HIST-CUR).
002470     MOVE ZERO TO WS-HIST-PAIRS(WS-HIST-CUR, 1).
002471     MOVE ZERO TO WS-HIST-PAIRS(WS-HIST-CUR, 2).
002472     MOVE ZERO TO WS-HIST-PAIRS(WS-HIST-CUR, 3).
002473 1420-FIND-HIST-DATE-EXIT.
002474     EXIT.
002475
002476*----------------------------------------------------------------
002477 1430-MATCH-HIST-DATE.
002478*----------------------------------------------------------------
002479     IF WS-HIST-DATE(WS-HIST-SUB) = WS-MATCH-DATE
002480         MOVE WS-HIST-SUB TO WS-HIST-CUR
002481     END-IF.
002482 1430-MATCH-HIST-DATE-EXIT.
002483     EXIT.
002484
002485*----------------------------------------------------------------
002486*    A SOURCE'S AVERAGE OVER THE NEWEST N NIGHTS ON FILE (N FROM
002487*    ITS REGISTRY ROW). A NIGHT IT SENT NOTHING IS NOT A VOLUME
002488*    SAMPLE - THAT NIGHT WAS ALREADY AN EMPTY OR MISSING FEED.
002489*----------------------------------------------------------------
002490 1450-AVERAGE-ONE-SOURCE.
002491*----------------------------------------------------------------
002492     IF WS-SRC-REG-SW(WS-SRC-IX) NOT = "Y"
002493             OR WS-SRC-PCT(WS-SRC-IX) = ZERO
002494         GO TO 1450-AVERAGE-ONE-SOURCE-EXIT
002495     END-IF.
002496     PERFORM 1460-FOLD-ONE-NIGHT
002497         THRU 1460-FOLD-ONE-NIGHT-EXIT
002498         VARYING WS-HIST-SUB FROM 1 BY 1
002499         UNTIL WS-HIST-SUB > WS-HIST-COUNT.
002500     IF WS-SRC-HIST-NIGHTS(WS-SRC-IX) > ZERO
002501         COMPUTE WS-SRC-HIST-AVG(WS-SRC-IX) ROUNDED =
002502             WS-SRC-HIST-PAIRS(WS-SRC-IX)
002503                 / WS-SRC-HIST-NIGHTS(WS-SRC-IX)
002504     END-IF.
002505 1450-AVERAGE-ONE-SOURCE-EXIT.
002506     EXIT.
002507
002508*----------------------------------------------------------------
002509 1460-FOLD-ONE-NIGHT.
002510*----------------------------------------------------------------
002511     IF WS-HIST-PAIRS(WS-HIST-SUB, WS-SRC-IX) = ZERO
002512         GO TO 1460-FOLD-ONE-NIGHT-EXIT
002513     END-IF.
002514     MOVE ZERO TO WS-HIST-NEWER.
002515     PERFORM 1470-COUNT-NEWER-NIGHT
002516         THRU 1470-COUNT-NEWER-NIGHT-EXIT
002517         VARYING WS-HIST-RANK-SUB FROM 1 BY 1
002518         UNTIL WS-HIST-RANK-SUB > WS-HIST-COUNT.
002519     IF WS-HIST-NEWER < WS-SRC-NIGHTS(WS-SRC-IX)
002520         ADD WS-HIST-PAIRS(WS-HIST-SUB, WS-SRC-IX)
002521             TO WS-SRC-HIST-PAIRS(WS-SRC-IX)
002522         ADD 1 TO WS-SRC-HIST-NIGHTS(WS-SRC-IX)
002523     END-IF.
002524 1460-FOLD-ONE-NIGHT-EXIT.
002525     EXIT.
002526
002527*----------------------------------------------------------------
002528 1470-COUNT-NEWER-NIGHT.
002529*----------------------------------------------------------------
002530     IF WS-HIST-DATE(WS-HIST-RANK-SUB)
002531             > WS-HIST-DATE(WS-HIST-SUB)
002532         ADD 1 TO WS-HIST-NEWER
002533     END-IF.
002534 1470-COUNT-NEWER-NIGHT-EXIT.
002535     EXIT.
002536
002537*----------------------------------------------------------------
002538*    A RESUBMISSION FILE FROM ABCFIX IS OPTIONAL. ITS PAIRS ARE
002539*    ALREADY STAMPED (ORIGIN RECORD NUMBER, AND SOURCE-ID WHEN
002540*    THE ORIGINAL PAIR HAD ONE) SO THEY ARE COPIED VERBATIM,
002541*    AHEAD OF THE HDR WHERE THEY SIT OUTSIDE THE EXTRACT'S
002542*    CONTROL TOTALS.
002543*----------------------------------------------------------------
002544 2000-COPY-RESUBMISSION.
002545*----------------------------------------------------------------
002546     OPEN INPUT COL-RSB-FILE.
002547     IF NOT RSB-OK
002548         DISPLAY "ABCCOL: NO RESUBMISSION FILE, ABCRSB STATUS="
002549             WS-RSB-STATUS
002550         GO TO 2000-COPY-RESUBMISSION-EXIT
002551     END-IF.
002552     MOVE "N" TO WS-RSB-EOF-SW.
002553     PERFORM 2100-COPY-RSB-LINE
002554         THRU 2100-COPY-RSB-LINE-EXIT
002555         UNTIL WS-RSB-EOF.
002556     CLOSE COL-RSB-FILE.
002557 2000-COPY-RESUBMISSION-EXIT.
002558     EXIT.
002559
002560*----------------------------------------------------------------
002561 2100-COPY-RSB-LINE.
002562*----------------------------------------------------------------
002563     READ COL-RSB-FILE
002564         AT END
002565             SET WS-RSB-EOF TO TRUE
002566     END-READ.
002567     IF NOT WS-RSB-EOF
002568         MOVE COL-RSB-REC TO COL-IN-REC
002569         WRITE COL-IN-REC
002570         ADD 1 TO WS-RSB-LINES
002571     END-IF.
002572 2100-COPY-RSB-LINE-EXIT.
002573     EXIT.
002574
002580*----------------------------------------------------------------
002581*    BATCHES ABCREL RELEASED FROM HOLD ARE OPTIONAL TOO. EACH IS
002582*    ALREADY A COMPLETE BATCH - ITS OWN HDR (ORIGINAL SOURCE-ID
002583*    AND BUSINESS DATE, FLAGGED R SO ABC ACCEPTS THE OLD DATE),
002584*    ITS STAMPED PAIRS AND ITS OWN TRL - SO IT IS COPIED VERBATIM,
002585*    BEHIND THE RESUBMISSIONS AND AHEAD OF TONIGHT'S HDR, WHOSE
002586*    DATE MUST BE THE LAST ONE ABC SEES.
002587*----------------------------------------------------------------
002588 2050-COPY-RELEASED.
002589*----------------------------------------------------------------
002590     OPEN INPUT COL-RLS-FILE.
002591     IF NOT ABCRLS-OK
002592         DISPLAY "ABCCOL: NO RELEASED-BATCH FILE, ABCRLS STATUS="
002593             WS-ABCRLS-STATUS
002594         GO TO 2050-COPY-RELEASED-EXIT
002595     END-IF.
002596     MOVE "N" TO WS-RLS-EOF-SW.
002597     PERFORM 2060-COPY-RLS-LINE
002598         THRU 2060-COPY-RLS-LINE-EXIT
002599         UNTIL WS-RLS-EOF.
002600     CLOSE COL-RLS-FILE.
002601 2050-COPY-RELEASED-EXIT.
002602     EXIT.
002603
002604*----------------------------------------------------------------
002605 2060-COPY-RLS-LINE.
002606*----------------------------------------------------------------
002607     READ COL-RLS-FILE
002608         AT END
002609             SET WS-RLS-EOF TO TRUE
002610     END-READ.
002611     IF WS-RLS-EOF
002612         GO TO 2060-COPY-RLS-LINE-EXIT
002613     END-IF.
002614     IF COL-RLS-REC(1:4) = "HDR "
002615         ADD 1 TO WS-RLS-BATCHES
002616     END-IF.
002617     MOVE COL-RLS-REC TO COL-IN-REC.
002618     WRITE COL-IN-REC.
002619     ADD 1 TO WS-RLS-LINES.
002620 2060-COPY-RLS-LINE-EXIT.
002621     EXIT.
002622
002623*----------------------------------------------------------------
002624*    PASS 1 - COUNT AND HASH EVERY SOURCE SO THE HDR CAN CARRY
002625*    THE EXPECTED PAIR COUNT, AND PROVE ANY FEED THAT SENT ITS
002626*    OWN HDR/TRL. A TRAILING ORPHAN LINE-1 IS
002627*    REPORTED HERE AND EXCLUDED FROM BOTH PASSES.
002628*----------------------------------------------------------------
002630 3000-PREPASS-ALL-SOURCES.
002640*----------------------------------------------------------------
002650     PERFORM 3100-PREPASS-ONE-SOURCE
002810         THRU 8100-OPEN-CURRENT-SOURCE-EXIT.
002820     IF NOT WS-SRC-EOF
002830         SET WS-SRC-OPENED TO TRUE
002833     ELSE
002836         MOVE "Y" TO WS-SRC-ABSENT-SW(WS-SRC-IX)
002840     END-IF.
002850     MOVE 1 TO WS-LINE-STATE.
002860     PERFORM 3200-PREPASS-ONE-LINE
003040     END-IF.
003050     PERFORM 8300-CLOSE-CURRENT-SOURCE
003060         THRU 8300-CLOSE-CURRENT-SOURCE-EXIT.
003063     PERFORM 3150-PROVE-ONE-BATCH
003066         THRU 3150-PROVE-ONE-BATCH-EXIT.
003070 3100-PREPASS-ONE-SOURCE-EXIT.
003071     EXIT.
003072
003073*----------------------------------------------------------------
003074*    PROVE A FEED THAT CARRIED CONTROL RECORDS - EXACTLY ONE HDR
003075*    AHEAD OF ITS PAIRS AND ONE TRL BEHIND THEM, FOR THIS
003076*    SOURCE-ID, DATED THE EXPECTED PROCESSING DATE, AND
003077*    BALANCED. THE FIRST FAILURE FOUND IS THE HOLD REASON.
003078*----------------------------------------------------------------
003079 3150-PROVE-ONE-BATCH.
003080*----------------------------------------------------------------
003081     IF WS-SRC-HDR-COUNT(WS-SRC-IX) = ZERO
003082             AND WS-SRC-TRL-COUNT(WS-SRC-IX) = ZERO
003083         GO TO 3150-PROVE-ONE-BATCH-EXIT
003084     END-IF.
003085     MOVE "Y" TO WS-SRC-CTL-SW(WS-SRC-IX).
003086
003087     EVALUATE TRUE
003088         WHEN WS-SRC-HDR-COUNT(WS-SRC-IX) NOT = 1
003089                 OR WS-SRC-TRL-COUNT(WS-SRC-IX) NOT = 1
003090             MOVE "X" TO WS-SRC-HOLD(WS-SRC-IX)
003091             MOVE "HDR/TRL MISSING OR REPEATED"
003092                 TO WS-SRC-HOLD-TEXT(WS-SRC-IX)
003093         WHEN WS-SRC-MISPLACED(WS-SRC-IX) > ZERO
003094             MOVE "X" TO WS-SRC-HOLD(WS-SRC-IX)
003095             MOVE "LINES OUTSIDE HDR/TRL"
003096                 TO WS-SRC-HOLD-TEXT(WS-SRC-IX)
003097         WHEN WS-SRC-HDR-SOURCE(WS-SRC-IX)
003098                 NOT = WS-SRC-ID(WS-SRC-IX)
003099             MOVE "X" TO WS-SRC-HOLD(WS-SRC-IX)
003100             MOVE "HDR FOR ANOTHER SOURCE-ID"
003101                 TO WS-SRC-HOLD-TEXT(WS-SRC-IX)
003102         WHEN WS-SRC-HDR-EXP(WS-SRC-IX) NOT NUMERIC
003103                 OR WS-SRC-TRL-CNT(WS-SRC-IX) NOT NUMERIC
003104                 OR WS-SRC-TRL-HASH(WS-SRC-IX) NOT NUMERIC
003105             MOVE "X" TO WS-SRC-HOLD(WS-SRC-IX)
003106             MOVE "NON-NUMERIC HDR/TRL FIELD"
003107                 TO WS-SRC-HOLD-TEXT(WS-SRC-IX)
003108         WHEN WS-SRC-HDR-DATE(WS-SRC-IX) NOT NUMERIC
003109             MOVE "D" TO WS-SRC-HOLD(WS-SRC-IX)
003110             MOVE "HDR BUSINESS DATE NOT A DATE"
003111                 TO WS-SRC-HOLD-TEXT(WS-SRC-IX)
003112         WHEN WS-EXPECTED-DATE NOT = SPACES
003113                 AND WS-SRC-HDR-DATE(WS-SRC-IX)
003114                     NOT = WS-EXPECTED-DATE
003115             MOVE "D" TO WS-SRC-HOLD(WS-SRC-IX)
003116             MOVE "WRONG BUSINESS DATE"
003117                 TO WS-SRC-HOLD-TEXT(WS-SRC-IX)
003118         WHEN WS-SRC-HDR-EXP-N(WS-SRC-IX)
003119                 NOT = WS-SRC-PAIRS(WS-SRC-IX)
003120             MOVE "B" TO WS-SRC-HOLD(WS-SRC-IX)
003121             MOVE "HDR PAIR COUNT OUT OF BALANCE"
003122                 TO WS-SRC-HOLD-TEXT(WS-SRC-IX)
003123         WHEN WS-SRC-TRL-CNT-N(WS-SRC-IX)
003124                 NOT = WS-SRC-PAIRS(WS-SRC-IX)
003125             MOVE "B" TO WS-SRC-HOLD(WS-SRC-IX)
003126             MOVE "TRL PAIR COUNT OUT OF BALANCE"
003127                 TO WS-SRC-HOLD-TEXT(WS-SRC-IX)
003128         WHEN WS-SRC-TRL-HASH-N(WS-SRC-IX)
003129                 NOT = WS-SRC-HASH(WS-SRC-IX)
003130             MOVE "B" TO WS-SRC-HOLD(WS-SRC-IX)
003131             MOVE "TRL HASH TOTAL OUT OF BALANCE"
003132                 TO WS-SRC-HOLD-TEXT(WS-SRC-IX)
003133     END-EVALUATE.
003134
003135     IF WS-SRC-HOLD(WS-SRC-IX) NOT = SPACE
003136         SET WS-BATCH-HELD TO TRUE
003137         ADD 1 TO WS-HELD-BATCHES
003138         MOVE WS-SRC-HOLD(WS-SRC-IX) TO WS-FLAG-CODE
003139         PERFORM 3598-ADD-FLAG
003140             THRU 3598-ADD-FLAG-EXIT
003141         DISPLAY "ABCCOL: FEEDER " WS-SRC-ID(WS-SRC-IX)
003142             " BATCH HELD - "
003143             FUNCTION TRIM(WS-SRC-HOLD-TEXT(WS-SRC-IX))
003144     END-IF.
003145 3150-PROVE-ONE-BATCH-EXIT.
003146     EXIT.
003147
003148*----------------------------------------------------------------
003149 3200-PREPASS-ONE-LINE.
003150*----------------------------------------------------------------
003151     PERFORM 8200-READ-CURRENT-SOURCE
003152         THRU 8200-READ-CURRENT-SOURCE-EXIT.
003153     IF WS-SRC-EOF
003160         GO TO 3200-PREPASS-ONE-LINE-EXIT
003170     END-IF.
003171     IF WS-COL-LINE(1:4) = "HDR " OR WS-COL-LINE(1:4) = "TRL "
003172         PERFORM 3210-CAPTURE-CONTROL
003173             THRU 3210-CAPTURE-CONTROL-EXIT
003174         GO TO 3200-PREPASS-ONE-LINE-EXIT
003175     END-IF.
003176     IF WS-SRC-TRL-COUNT(WS-SRC-IX) > ZERO
003177         ADD 1 TO WS-SRC-MISPLACED(WS-SRC-IX)
003178     END-IF.
003180     IF WS-LINE-STATE = 1
003190         MOVE WS-COL-LINE TO WS-PEND-LINE1
003200         MOVE 2 TO WS-LINE-STATE
003210     ELSE
003230         ADD 1 TO WS-SRC-PAIRS(WS-SRC-IX)
003232*        A LINE-2 THAT OPENS WITH A TWO-DIGIT COUNT MARKS AN
003234*        N-ELEMENT GROUP, WHOSE LINE-1 IS HASHED ITEM BY ITEM.
003236         IF WS-COL-LINE(1:2) NUMERIC
003238                 AND WS-COL-LINE(3:1) = SPACE
003240             PERFORM 3320-HASH-PENDING-GROUP
003250                 THRU 3320-HASH-PENDING-GROUP-EXIT
003252         ELSE
003254             PERFORM 3300-HASH-PENDING-LINE1
003256                 THRU 3300-HASH-PENDING-LINE1-EXIT
003258         END-IF
003260         MOVE 1 TO WS-LINE-STATE
003270     END-IF.
003280 3200-PREPASS-ONE-LINE-EXIT.
003281     EXIT.
003282
003283*----------------------------------------------------------------
003284*    A FEED'S OWN HDR OR TRL. AN HDR AFTER ANY DATA LINE COUNTS
003285*    THOSE LINES AS MISPLACED; THE FIELDS ARE PROVED ONCE THE
003286*    WHOLE FEED HAS BEEN READ.
003287*----------------------------------------------------------------
003288 3210-CAPTURE-CONTROL.
003289*----------------------------------------------------------------
003290     IF WS-COL-LINE(1:4) = "HDR "
003291         ADD 1 TO WS-SRC-HDR-COUNT(WS-SRC-IX)
003292         IF WS-SRC-PAIRS(WS-SRC-IX) > ZERO OR WS-LINE-STATE = 2
003293             ADD 1 TO WS-SRC-MISPLACED(WS-SRC-IX)
003294         END-IF
003295         MOVE SPACES TO WS-SRC-HDR-EXP(WS-SRC-IX)
003296         UNSTRING WS-COL-LINE
003297             DELIMITED BY SPACE
003298             INTO WS-CTL-ID, WS-SRC-HDR-SOURCE(WS-SRC-IX),
003299                  WS-SRC-HDR-DATE(WS-SRC-IX),
003300                  WS-SRC-HDR-EXP(WS-SRC-IX)
003301         END-UNSTRING
003302     ELSE
003303         ADD 1 TO WS-SRC-TRL-COUNT(WS-SRC-IX)
003304         MOVE SPACES TO WS-SRC-TRL-CNT(WS-SRC-IX)
003305         MOVE SPACES TO WS-SRC-TRL-HASH(WS-SRC-IX)
003306         UNSTRING WS-COL-LINE
003307             DELIMITED BY SPACE
003308             INTO WS-CTL-ID, WS-SRC-TRL-CNT(WS-SRC-IX),
003309                  WS-SRC-TRL-HASH(WS-SRC-IX)
003310         END-UNSTRING
003311     END-IF.
003312 3210-CAPTURE-CONTROL-EXIT.
003313     EXIT.
003314
003315*----------------------------------------------------------------
003320*    FOLD THE PENDING LINE-1'S A/B/C VALUES INTO THE HASH TOTAL
003330*    THE SAME WAY ABC DOES - ONE-DIGIT VALUES RIGHT-JUSTIFIED,
003340*    NON-NUMERIC VALUES CONTRIBUTING NOTHING.
003630     END-IF.
003640     IF WS-HASH-TOKEN NUMERIC
003650         MOVE WS-HASH-TOKEN TO WS-HASH-VAL
003651         ADD WS-HASH-VAL TO WS-SRC-HASH(WS-SRC-IX)
003652     END-IF.
003653 3310-HASH-ONE-VALUE-EXIT.
003654     EXIT.
003655
003656*----------------------------------------------------------------
003657*    FOLD AN N-ELEMENT GROUP'S ITEMS INTO THE HASH TOTAL. THE
003658*    FIRST TOKEN OF LINE-1 IS THE GROUP SIZE AND IS SKIPPED;
003659*    ONLY THE FIRST TWELVE ITEMS COUNT, AS IN ABC, SINCE A
003660*    LONGER GROUP IS REJECTED THERE ANYWAY.
003661*----------------------------------------------------------------
003662 3320-HASH-PENDING-GROUP.
003663*----------------------------------------------------------------
003664     MOVE WS-PEND-LINE1(1:40) TO WS-GRP-SCAN-LINE.
003665     MOVE 1 TO WS-GRP-PTR.
003666     MOVE ZERO TO WS-GRP-TOKENS.
003667     PERFORM 3330-HASH-GROUP-TOKEN
003668         THRU 3330-HASH-GROUP-TOKEN-EXIT
003669         UNTIL WS-GRP-PTR > 40.
003670 3320-HASH-PENDING-GROUP-EXIT.
003671     EXIT.
003672
003673*----------------------------------------------------------------
003674 3330-HASH-GROUP-TOKEN.
003675*----------------------------------------------------------------
003676     IF WS-GRP-SCAN-LINE(WS-GRP-PTR:1) = SPACE
003677         ADD 1 TO WS-GRP-PTR
003678         GO TO 3330-HASH-GROUP-TOKEN-EXIT
003679     END-IF.
003680     ADD 1 TO WS-GRP-TOKENS.
003681     MOVE SPACES TO WS-HASH-TOKEN.
003682     UNSTRING WS-GRP-SCAN-LINE
003683         DELIMITED BY SPACE
003684         INTO WS-HASH-TOKEN
003685         WITH POINTER WS-GRP-PTR
003686     END-UNSTRING.
003687     IF WS-GRP-TOKENS > 1
003688             AND WS-GRP-TOKENS < 14
003689         PERFORM 3310-HASH-ONE-VALUE
003690             THRU 3310-HASH-ONE-VALUE-EXIT
003691     END-IF.
003692 3330-HASH-GROUP-TOKEN-EXIT.
003693     EXIT.
003694
003695*----------------------------------------------------------------
003696*    PROVE EVERY FEED AGAINST ITS REGISTRY ROW ONCE PASS 1 HAS
003697*    COUNTED IT. AN EXCEPTION IS REPORTED, NOT ENFORCED - THE
003698*    FEED'S PAIRS ARE STILL COLLECTED AND THE STEP ENDS RC=08.
003699*----------------------------------------------------------------
003700 3500-CHECK-ALL-FEEDERS.
003701*----------------------------------------------------------------
003702     IF NOT WS-FRG-ON
003703         GO TO 3500-CHECK-ALL-FEEDERS-EXIT
003704     END-IF.
003705     PERFORM 3510-CHECK-ONE-FEEDER
003706         THRU 3510-CHECK-ONE-FEEDER-EXIT
003707         VARYING WS-SRC-IX FROM 1 BY 1
003708         UNTIL WS-SRC-IX > 3.
003709 3500-CHECK-ALL-FEEDERS-EXIT.
003710     EXIT.
003711
003712*----------------------------------------------------------------
003713 3510-CHECK-ONE-FEEDER.
003714*----------------------------------------------------------------
003715     MOVE SPACE TO WS-SRC-CHECK(WS-SRC-IX).
003716     IF WS-SRC-REG-SW(WS-SRC-IX) NOT = "Y"
003717         IF WS-SRC-PAIRS(WS-SRC-IX) > ZERO
003718             MOVE "U" TO WS-SRC-CHECK(WS-SRC-IX)
003719             PERFORM 3590-NOTE-EXCEPTION
003720                 THRU 3590-NOTE-EXCEPTION-EXIT
003721         END-IF
003722         GO TO 3510-CHECK-ONE-FEEDER-EXIT
003723     END-IF.
003724     IF WS-SRC-ACTIVE(WS-SRC-IX) NOT = "Y"
003725         IF WS-SRC-PAIRS(WS-SRC-IX) > ZERO
003726             MOVE "I" TO WS-SRC-CHECK(WS-SRC-IX)
003727             PERFORM 3590-NOTE-EXCEPTION
003728                 THRU 3590-NOTE-EXCEPTION-EXIT
003729         END-IF
003730         GO TO 3510-CHECK-ONE-FEEDER-EXIT
003731     END-IF.
003732
003733*    ON A DAY THE FEED IS NOT EXPECTED WHATEVER ARRIVES IS
003734*    COLLECTED UNCHECKED - AN UNSCHEDULED VOLUME HAS NO NORM.
003735     IF NOT WS-PROC-DAY
003736             OR WS-SRC-DAYS(WS-SRC-IX)(WS-DOW:1) NOT = "Y"
003737         GO TO 3510-CHECK-ONE-FEEDER-EXIT
003738     END-IF.
003739     MOVE "Y" TO WS-SRC-EXPECT-SW(WS-SRC-IX).
003740
003741     EVALUATE TRUE
003742         WHEN WS-SRC-ABSENT-SW(WS-SRC-IX) = "Y"
003743             MOVE "M" TO WS-SRC-CHECK(WS-SRC-IX)
003744         WHEN WS-SRC-PAIRS(WS-SRC-IX) = ZERO
003745             MOVE "E" TO WS-SRC-CHECK(WS-SRC-IX)
003746         WHEN WS-SRC-MIN(WS-SRC-IX) > ZERO
003747                 AND WS-SRC-PAIRS(WS-SRC-IX)
003748                     < WS-SRC-MIN(WS-SRC-IX)
003749             MOVE "L" TO WS-SRC-CHECK(WS-SRC-IX)
003750         WHEN WS-SRC-MAX(WS-SRC-IX) > ZERO
003751                 AND WS-SRC-PAIRS(WS-SRC-IX)
003752                     > WS-SRC-MAX(WS-SRC-IX)
003753             MOVE "H" TO WS-SRC-CHECK(WS-SRC-IX)
003754     END-EVALUATE.
003755
003756     IF WS-SRC-CHECK(WS-SRC-IX) = SPACE
003757             AND WS-SRC-PCT(WS-SRC-IX) > ZERO
003758             AND WS-SRC-HIST-AVG(WS-SRC-IX) > ZERO
003759         COMPUTE WS-TOL-DIFF =
003760             WS-SRC-PAIRS(WS-SRC-IX) - WS-SRC-HIST-AVG(WS-SRC-IX)
003761         IF WS-TOL-DIFF < ZERO
003762             COMPUTE WS-TOL-DIFF = ZERO - WS-TOL-DIFF
003763         END-IF
003764         COMPUTE WS-TOL-ACTUAL = WS-TOL-DIFF * 100
003765         COMPUTE WS-TOL-LIMIT =
003766             WS-SRC-HIST-AVG(WS-SRC-IX) * WS-SRC-PCT(WS-SRC-IX)
003767         IF WS-TOL-ACTUAL > WS-TOL-LIMIT
003768             MOVE "T" TO WS-SRC-CHECK(WS-SRC-IX)
003769         END-IF
003770     END-IF.
003771
003772     IF WS-SRC-CHECK(WS-SRC-IX) NOT = SPACE
003773         PERFORM 3590-NOTE-EXCEPTION
003774             THRU 3590-NOTE-EXCEPTION-EXIT
003775     END-IF.
003776 3510-CHECK-ONE-FEEDER-EXIT.
003777     EXIT.
003778
003779*----------------------------------------------------------------
003780*    COUNT THE EXCEPTION, ADD IT TO THE MILESTONE'S FLAG LIST
003781*    (ROOM FOR SIX) AND NOTE IT ON THE JOB LOG.
003782*----------------------------------------------------------------
003783 3590-NOTE-EXCEPTION.
003784*----------------------------------------------------------------
003785     SET WS-FDR-EXCEPTIONS TO TRUE.
003786     MOVE WS-SRC-CHECK(WS-SRC-IX) TO WS-FLAG-CODE.
003787     PERFORM 3598-ADD-FLAG
003788         THRU 3598-ADD-FLAG-EXIT.
003789     PERFORM 7110-DESCRIBE-CHECK
003790         THRU 7110-DESCRIBE-CHECK-EXIT.
003791     DISPLAY "ABCCOL: FEEDER " WS-SRC-ID(WS-SRC-IX) " "
003792         FUNCTION TRIM(WS-CHECK-TEXT).
003793 3590-NOTE-EXCEPTION-EXIT.
003794     EXIT.
003795
003796*----------------------------------------------------------------
003797*    ONE SOURCE-ID + CODE TRIPLET ON THE MILESTONE'S FLAG LIST -
003798*    REGISTRY EXCEPTIONS AND HELD BATCHES ALIKE.
003799*----------------------------------------------------------------
003800 3598-ADD-FLAG.
003801*----------------------------------------------------------------
003802     ADD 1 TO WS-FDR-COUNT.
003803     IF WS-FDR-PTR < 17
003804         MOVE WS-SRC-ID(WS-SRC-IX)
003805             TO WS-FDR-FLAGS(WS-FDR-PTR:2)
003806         MOVE WS-FLAG-CODE
003807             TO WS-FDR-FLAGS(WS-FDR-PTR + 2:1)
003808         ADD 3 TO WS-FDR-PTR
003809     END-IF.
003810 3598-ADD-FLAG-EXIT.
003811     EXIT.
003812
003813*----------------------------------------------------------------
003814*    MOVE EVERY HELD FEED WHOLE TO ABCHLD - ITS TAG, THEN A THIRD
003815*    READ OF THE SOURCE COPYING EVERY LINE AS IT ARRIVED.
003816*----------------------------------------------------------------
003817 3600-WRITE-HELD-BATCHES.
003818*----------------------------------------------------------------
003819     IF NOT WS-BATCH-HELD
003820         GO TO 3600-WRITE-HELD-BATCHES-EXIT
003821     END-IF.
003822     PERFORM 3610-HOLD-ONE-SOURCE
003823         THRU 3610-HOLD-ONE-SOURCE-EXIT
003824         VARYING WS-SRC-IX FROM 1 BY 1
003825         UNTIL WS-SRC-IX > 3.
003826 3600-WRITE-HELD-BATCHES-EXIT.
003827     EXIT.
003828
003829*----------------------------------------------------------------
003830 3610-HOLD-ONE-SOURCE.
003831*----------------------------------------------------------------
003832     IF WS-SRC-HOLD(WS-SRC-IX) = SPACE
003833         GO TO 3610-HOLD-ONE-SOURCE-EXIT
003834     END-IF.
003835     MOVE WS-SRC-ID(WS-SRC-IX)        TO WS-HLD-TAG-SRC.
003836     IF WS-SRC-HDR-DATE(WS-SRC-IX) NOT = SPACES
003837         MOVE WS-SRC-HDR-DATE(WS-SRC-IX) TO WS-HLD-TAG-BUS-DATE
003838     ELSE
003839         MOVE WS-BATCH-DATE            TO WS-HLD-TAG-BUS-DATE
003840     END-IF.
003841     MOVE WS-RUN-DATE                 TO WS-HLD-TAG-HELD-DATE.
003842     MOVE WS-SRC-PAIRS(WS-SRC-IX)     TO WS-HLD-TAG-PAIRS.
003843     MOVE WS-SRC-HASH(WS-SRC-IX)      TO WS-HLD-TAG-HASH.
003844     MOVE WS-SRC-HOLD(WS-SRC-IX)      TO WS-HLD-TAG-REASON.
003845     MOVE WS-SRC-HOLD-TEXT(WS-SRC-IX) TO WS-HLD-TAG-TEXT.
003846     MOVE WS-HLD-TAG TO COL-HLD-REC.
003847     WRITE COL-HLD-REC.
003848     IF NOT ABCHLD-OK
003849         DISPLAY "ABCCOL: ABCHLD WRITE FAILED, STATUS="
003850             WS-ABCHLD-STATUS
003851         MOVE "Y" TO WS-FATAL-SW
003852         GO TO 3610-HOLD-ONE-SOURCE-EXIT
003853     END-IF.
003854     PERFORM 8100-OPEN-CURRENT-SOURCE
003855         THRU 8100-OPEN-CURRENT-SOURCE-EXIT.
003856     PERFORM 3620-HOLD-ONE-LINE
003857         THRU 3620-HOLD-ONE-LINE-EXIT
003858         UNTIL WS-SRC-EOF.
003859     PERFORM 8300-CLOSE-CURRENT-SOURCE
003860         THRU 8300-CLOSE-CURRENT-SOURCE-EXIT.
003861 3610-HOLD-ONE-SOURCE-EXIT.
003862     EXIT.
003863
003864*----------------------------------------------------------------
003865 3620-HOLD-ONE-LINE.
003866*----------------------------------------------------------------
003867     PERFORM 8200-READ-CURRENT-SOURCE
003868         THRU 8200-READ-CURRENT-SOURCE-EXIT.
003869     IF WS-SRC-EOF
003870         GO TO 3620-HOLD-ONE-LINE-EXIT
003871     END-IF.
003872     MOVE WS-COL-LINE TO COL-HLD-REC.
003873     WRITE COL-HLD-REC.
003874 3620-HOLD-ONE-LINE-EXIT.
003875     EXIT.
003876
003877*----------------------------------------------------------------
003878*    THE COMBINED HDR/TRL COVER ONLY THE FEEDS BEING COLLECTED
003879*    TONIGHT - A HELD FEED'S PAIRS AND HASH STAY OUT.
003880*----------------------------------------------------------------
003881 3700-TOTAL-COLLECTED.
003882*----------------------------------------------------------------
003883     MOVE ZERO TO WS-PAIR-TOTAL.
003884     MOVE ZERO TO WS-HASH-TOTAL.
003885     PERFORM 3710-ADD-ONE-SOURCE
003886         THRU 3710-ADD-ONE-SOURCE-EXIT
003887         VARYING WS-SRC-IX FROM 1 BY 1
003888         UNTIL WS-SRC-IX > 3.
003889 3700-TOTAL-COLLECTED-EXIT.
003890     EXIT.
003891
003892*----------------------------------------------------------------
003893 3710-ADD-ONE-SOURCE.
003894*----------------------------------------------------------------
003895     IF WS-SRC-HOLD(WS-SRC-IX) = SPACE
003896         ADD WS-SRC-PAIRS(WS-SRC-IX) TO WS-PAIR-TOTAL
003897         ADD WS-SRC-HASH(WS-SRC-IX)  TO WS-HASH-TOTAL
003898     END-IF.
003899 3710-ADD-ONE-SOURCE-EXIT.
003900     EXIT.
003901
003902*----------------------------------------------------------------
003903 4000-WRITE-HEADER.
003904*----------------------------------------------------------------
003905     MOVE SPACES TO COL-IN-REC.
003906     STRING
003907         "HDR MX "              DELIMITED BY SIZE
003908         WS-BATCH-DATE          DELIMITED BY SIZE
003909         " "                    DELIMITED BY SIZE
003910         WS-PAIR-TOTAL          DELIMITED BY SIZE
003911         INTO COL-IN-REC
003912     END-STRING.
003913     WRITE COL-IN-REC.
003914 4000-WRITE-HEADER-EXIT.
003915     EXIT.
003916
003917*----------------------------------------------------------------
003918*    PASS 2 - RE-READ EACH SOURCE, STAMP EVERY LINE-1 WITH THE
003919*    SOURCE-ID IN COLS 49-50 AND COPY THE PAIRS TO ABCIN. THE
003920*    LINE-STATE MACHINE ONLY WRITES A PAIR ONCE ITS LINE-2 IS
003921*    IN HAND, SO A TRAILING ORPHAN LINE-1 DIES IN THE PENDING
003922*    FIELD AT END-OF-FILE, EXCLUDED EXACTLY AS PASS 1 COUNTED.
003923*----------------------------------------------------------------
003930 5000-COPY-ALL-SOURCES.
003940*----------------------------------------------------------------
003950     PERFORM 5100-COPY-ONE-SOURCE
004020*----------------------------------------------------------------
004030 5100-COPY-ONE-SOURCE.
004040*----------------------------------------------------------------
004042     IF WS-SRC-HOLD(WS-SRC-IX) NOT = SPACE
004044         GO TO 5100-COPY-ONE-SOURCE-EXIT
004046     END-IF.
004050     PERFORM 8100-OPEN-CURRENT-SOURCE
004060         THRU 8100-OPEN-CURRENT-SOURCE-EXIT.
004070     MOVE 1 TO WS-LINE-STATE.
004190     PERFORM 8200-READ-CURRENT-SOURCE
004200         THRU 8200-READ-CURRENT-SOURCE-EXIT.
004210     IF WS-SRC-EOF
004211         GO TO 5200-COPY-ONE-LINE-EXIT
004212     END-IF.
004213*    A FEED'S OWN CONTROL RECORDS WERE PROVED IN PASS 1 AND ARE
004214*    REPLACED BY THE COMBINED HDR/TRL.
004215     IF WS-COL-LINE(1:4) = "HDR " OR WS-COL-LINE(1:4) = "TRL "
004220         GO TO 5200-COPY-ONE-LINE-EXIT
004230     END-IF.
004240     IF WS-LINE-STATE = 1
004690         INTO COL-RPT-REC
004700     END-STRING.
004710     WRITE COL-RPT-REC.
004711
004712     MOVE SPACES TO COL-RPT-REC.
004713     STRING
004714         "  RELEASED BATCHES: "    DELIMITED BY SIZE
004715         WS-RLS-BATCHES            DELIMITED BY SIZE
004716         " ("                      DELIMITED BY SIZE
004717         WS-RLS-LINES              DELIMITED BY SIZE
004718         " LINES)  HELD TONIGHT: " DELIMITED BY SIZE
004719         WS-HELD-BATCHES           DELIMITED BY SIZE
004720         "  HELD CARRIED FORWARD: "
004721                                   DELIMITED BY SIZE
004722         WS-HLI-BATCHES            DELIMITED BY SIZE
004723         INTO COL-RPT-REC
004724     END-STRING.
004725     WRITE COL-RPT-REC.
004726 7000-WRITE-REPORT-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------
004760 7100-WRITE-SOURCE-LINE.
004770*----------------------------------------------------------------
004773     PERFORM 7110-DESCRIBE-CHECK
004776         THRU 7110-DESCRIBE-CHECK-EXIT.
004780     MOVE SPACES TO COL-RPT-REC.
004790     STRING
004800         "  SOURCE "            DELIMITED BY SIZE
004850         WS-SRC-ORPHANS(WS-SRC-IX) DELIMITED BY SIZE
004852         "  PRIORITY: "         DELIMITED BY SIZE
004854         WS-SRC-PRIORITY(WS-SRC-IX) DELIMITED BY SIZE
004855         "  FEED: "             DELIMITED BY SIZE
004856         FUNCTION TRIM(WS-CHECK-TEXT)
004857                                DELIMITED BY SIZE
004860         INTO COL-RPT-REC
004870     END-STRING.
004880     WRITE COL-RPT-REC.
004881
004882     PERFORM 7120-DESCRIBE-BATCH
004883         THRU 7120-DESCRIBE-BATCH-EXIT.
004884     MOVE SPACES TO COL-RPT-REC.
004885     STRING
004886         "    BATCH: "          DELIMITED BY SIZE
004887         FUNCTION TRIM(WS-BATCH-TEXT)
004888                                DELIMITED BY SIZE
004889         INTO COL-RPT-REC
004890     END-STRING.
004891     WRITE COL-RPT-REC.
004892
004893*    A SOURCE MEASURED AGAINST ITS HISTORY SHOWS THE NORM IT WAS
004894*    MEASURED AGAINST, WHETHER OR NOT IT PASSED.
004895     IF WS-SRC-EXPECT-SW(WS-SRC-IX) = "Y"
004896             AND WS-SRC-HIST-NIGHTS(WS-SRC-IX) > ZERO
004897         MOVE SPACES TO COL-RPT-REC
004898         STRING
004899             "    HISTORY: "    DELIMITED BY SIZE
004900             WS-SRC-HIST-NIGHTS(WS-SRC-IX)
004901                                DELIMITED BY SIZE
004902             "-NIGHT AVERAGE "  DELIMITED BY SIZE
004903             WS-SRC-HIST-AVG(WS-SRC-IX)
004904                                DELIMITED BY SIZE
004905             " PAIRS, TOLERANCE "
004906                                DELIMITED BY SIZE
004907             WS-SRC-PCT(WS-SRC-IX)
004908                                DELIMITED BY SIZE
004909             " PCT"             DELIMITED BY SIZE
004910             INTO COL-RPT-REC
004911         END-STRING
004912         WRITE COL-RPT-REC
004913     END-IF.
004914 7100-WRITE-SOURCE-LINE-EXIT.
004915     EXIT.
004916
004917*----------------------------------------------------------------
004918*    THE REGISTRY VERDICT ON THE CURRENT SOURCE, IN WORDS.
004919*----------------------------------------------------------------
004920 7110-DESCRIBE-CHECK.
004921*----------------------------------------------------------------
004922     EVALUATE TRUE
004923         WHEN NOT WS-FRG-ON
004924             MOVE "NOT CHECKED - NO REGISTRY" TO WS-CHECK-TEXT
004925         WHEN WS-SRC-CHECK(WS-SRC-IX) = "M"
004926             MOVE "MISSING - EXPECTED TODAY" TO WS-CHECK-TEXT
004927         WHEN WS-SRC-CHECK(WS-SRC-IX) = "E"
004928             MOVE "EMPTY - EXPECTED TODAY" TO WS-CHECK-TEXT
004929         WHEN WS-SRC-CHECK(WS-SRC-IX) = "L"
004930             MOVE "LOW - BELOW REGISTRY MINIMUM" TO WS-CHECK-TEXT
004931         WHEN WS-SRC-CHECK(WS-SRC-IX) = "H"
004932             MOVE "HIGH - ABOVE REGISTRY MAXIMUM" TO WS-CHECK-TEXT
004933         WHEN WS-SRC-CHECK(WS-SRC-IX) = "T"
004934             MOVE "OUT OF TOLERANCE VS HISTORY" TO WS-CHECK-TEXT
004935         WHEN WS-SRC-CHECK(WS-SRC-IX) = "I"
004936             MOVE "INACTIVE FEEDER SENT PAIRS" TO WS-CHECK-TEXT
004937         WHEN WS-SRC-CHECK(WS-SRC-IX) = "U"
004938             MOVE "NOT ON THE FEEDER REGISTRY" TO WS-CHECK-TEXT
004939         WHEN WS-SRC-REG-SW(WS-SRC-IX) NOT = "Y"
004940             MOVE "NOT REGISTERED, NO PAIRS" TO WS-CHECK-TEXT
004941         WHEN WS-SRC-ACTIVE(WS-SRC-IX) NOT = "Y"
004942             MOVE "INACTIVE" TO WS-CHECK-TEXT
004943         WHEN WS-SRC-EXPECT-SW(WS-SRC-IX) NOT = "Y"
004944             MOVE "NOT EXPECTED TODAY" TO WS-CHECK-TEXT
004945         WHEN OTHER
004946             MOVE "OK" TO WS-CHECK-TEXT
004947     END-EVALUATE.
004948 7110-DESCRIBE-CHECK-EXIT.
004949     EXIT.
004950
004951*----------------------------------------------------------------
004952*    THE BATCH-PROOF OUTCOME FOR THE CURRENT SOURCE, IN WORDS.
004953*----------------------------------------------------------------
004954 7120-DESCRIBE-BATCH.
004955*----------------------------------------------------------------
004956     MOVE SPACES TO WS-BATCH-TEXT.
004957     EVALUATE TRUE
004958         WHEN WS-SRC-HOLD(WS-SRC-IX) NOT = SPACE
004959             STRING
004960                 "HELD ON ABCHLD - "  DELIMITED BY SIZE
004961                 FUNCTION TRIM(WS-SRC-HOLD-TEXT(WS-SRC-IX))
004962                                      DELIMITED BY SIZE
004963                 INTO WS-BATCH-TEXT
004964             END-STRING
004965         WHEN WS-SRC-CTL-SW(WS-SRC-IX) = "Y"
004966             STRING
004967                 "PROVED - HDR DATE " DELIMITED BY SIZE
004968                 WS-SRC-HDR-DATE(WS-SRC-IX)
004969                                      DELIMITED BY SIZE
004970                 ", COUNT AND HASH BALANCED"
004971                                      DELIMITED BY SIZE
004972                 INTO WS-BATCH-TEXT
004973             END-STRING
004974         WHEN OTHER
004975             MOVE "NO HDR/TRL - COLLECTED UNPROVED"
004976                 TO WS-BATCH-TEXT
004977     END-EVALUATE.
004978 7120-DESCRIBE-BATCH-EXIT.
004979     EXIT.
004980
004981*----------------------------------------------------------------
004982*    THE THREE SOURCE FILES SHARE ONE OPEN/READ/CLOSE SEAM SO
004983*    BOTH PASSES RUN THE SAME STATE MACHINE OVER WHICHEVER FILE
004984*    WS-SRC-IX SELECTS. A SOURCE THAT CANNOT BE OPENED (AN
004985*    ABSENT FEEDER) COMES BACK AS IMMEDIATE END-OF-FILE AND IS
004986*    NOTED ON THE JOB LOG; ONLY ALL THREE ABSENT IS FATAL.
004987*----------------------------------------------------------------
004990 8100-OPEN-CURRENT-SOURCE.
005000*----------------------------------------------------------------
005010     MOVE "N" TO WS-SRC-EOF-SW.
005740     IF ABCIN-OK
005750         CLOSE COL-IN-FILE
005760     END-IF.
005762     IF ABCHLD-OK
005764         CLOSE COL-HLD-FILE
005766     END-IF.
005770     IF ABCCOLR-OK
005780         CLOSE COL-RPT-FILE
005790     END-IF.
005890*        04  ONE OR MORE SOURCES HAD AN ODD LINE COUNT - THE
005900*            TRAILING ORPHAN WAS EXCLUDED AND REPORTED ON
005910*            ABCCOLR.
005911*        08  FEEDER EXCEPTION - A SOURCE WAS MISSING, EMPTY OR
005912*            OUTSIDE ITS REGISTRY LIMITS (SEE ABCCOLR AND THE
005913*            MILESTONE FLAGS). EVERYTHING THAT ARRIVED WAS
005914*            STILL COLLECTED; ABCSTA GRADES THE NIGHT ON IT.
005915*        12  BATCH HELD - A FEED FAILED ITS OWN HDR/TRL DATE OR
005916*            BALANCE PROOF AND WAS MOVED WHOLE TO ABCHLD. THE
005917*            OTHER FEEDS WERE COLLECTED AND THE NIGHT RUNS ON;
005918*            ABCREL RELEASES THE BATCH ONCE IT IS CLEARED.
005920*        16  FATAL - ABCIN OR THE REPORT COULD NOT BE OPENED,
005930*            OR NO SOURCE FILE COULD BE OPENED AT ALL.
005940*----------------------------------------------------------------
005970     IF WS-FATAL-ERROR
005980         MOVE 16 TO RETURN-CODE
005990     ELSE
006020         EVALUATE TRUE
006025             WHEN WS-BATCH-HELD
006030                 MOVE 12 TO RETURN-CODE
006031             WHEN WS-FDR-EXCEPTIONS
006032                 MOVE 08 TO RETURN-CODE
006033             WHEN WS-ORPHANS-FOUND
006034                 MOVE 04 TO RETURN-CODE
006035             WHEN OTHER
006036                 MOVE 00 TO RETURN-CODE
006040         END-EVALUATE
006050     END-IF.
006060 9700-SET-RETURN-CODE-EXIT.
006070     EXIT.
006090*----------------------------------------------------------------
006100*    APPEND THIS STEP'S MILESTONE TO THE SHARED ABCRUN
006110*    RUN-CONTROL FILE - COUNT 1 IS PAIRS COLLECTED, COUNT 2
006120*    PRIORITY PAIRS, COUNT 3 RESUBMISSION LINES, THEN THE
006125*    FEEDER-EXCEPTION AND HELD-BATCH COUNT AND FLAGS. A FILE THAT
006130*    WILL NOT OPEN COSTS ONLY THE MILESTONE, NOT THE RUN.
006140*----------------------------------------------------------------
006150 9900-WRITE-RUN-CONTROL.
006240     END-IF.
006250     MOVE SPACES TO COL-RUN-REC.
006260     MOVE "ABCCOL"        TO COL-RUN-REC(1:8).
006262*    DATED WITH THE BATCH'S BUSINESS DATE, THE SAME DATE ABC,
006264*    ABCXMT, ABCREC AND ABCDSP STAMP ON THEIRS.
006270     MOVE WS-BATCH-DATE   TO COL-RUN-REC(10:8).
006280     MOVE WS-START-TIME   TO COL-RUN-REC(19:6).
006290     MOVE WS-END-TIME     TO COL-RUN-REC(26:6).
006300     MOVE RETURN-CODE     TO WS-RC-DISP.
006350     MOVE WS-CNT-DISP     TO COL-RUN-REC(44:7).
006360     MOVE WS-RSB-LINES    TO WS-CNT-DISP.
006370     MOVE WS-CNT-DISP     TO COL-RUN-REC(52:7).
006372     IF WS-FRG-ON OR WS-BATCH-HELD
006374         MOVE WS-FDR-COUNT    TO COL-RUN-REC(60:2)
006376         MOVE WS-FDR-FLAGS    TO COL-RUN-REC(63:18)
006378     END-IF.
006380     WRITE COL-RUN-REC.
006390     CLOSE COL-RUN-FILE.
006400 9900-WRITE-RUN-CONTROL-EXIT.
