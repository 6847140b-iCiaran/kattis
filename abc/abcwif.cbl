000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ABCWIF.
000120 AUTHOR.        C MORGAN.
000130 INSTALLATION.  ROUTING SYSTEMS GROUP.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 CAM   ORIGINAL VERSION. WHAT-IF IMPACT OF A PENDING
000210*                  TEMPLATE AND/OR ROUTING-CODE MAINTENANCE BATCH,
000220*                  RUN BEFORE THE BATCH IS APPLIED. ABCWIJOB HAS
000230*                  ABCTMM AND ABCRCM APPLY THE PENDING ABCTMT AND
000240*                  ABCRCT TRANSACTIONS TO SCRATCH COPIES OF THE
000250*                  MASTERS - THE SAME APPLY LOGIC, SO THE
000260*                  WOULD-BE MASTERS ARE EXACTLY WHAT THE REAL
000270*                  RUN WILL CATALOG - AND THIS PROGRAM REPLAYS
000280*                  THE PAIRS OF THE LAST N BUSINESS DATES ON THE
000290*                  ABCAUDM AUDIT MASTER UNDER THE CURRENT MASTERS
000300*                  (ABCTMF/ABCRCF) AND UNDER THE WOULD-BE ONES
000310*                  (ABCTMX/ABCRCX), WITH THE AUTHORIZATION AND
000320*                  ROUTING-CODE RULES ABC APPLIES AND THE SAME
000330*                  ABCXFM/ABCNXF TRANSFORMATION CALLS. AS IN
000340*                  ABCRPR, THE DATE CHECKED IS THE PAIR'S OWN RUN
000350*                  DATE (ITS ORIGINAL BUSINESS DATE FOR A PAIR
000360*                  RELEASED FROM HOLD) AND THE CLIENT IS ITS
000370*                  SOURCE-ID.
000380*
000390*                  EACH REPLAYED PAIR IS DISPOSED AS:
000400*                    - NEWLY REJECTED - PASSES UNDER THE CURRENT
000410*                      MASTERS, REJECTS UNDER THE WOULD-BE ONES.
000420*                    - NEWLY PASSING - THE REVERSE.
000430*                    - OUT CHANGED - PASSES UNDER BOTH, WITH AN
000440*                      OUT UNDER THE WOULD-BE MASTERS DIFFERENT
000450*                      FROM ITS OUT UNDER THE CURRENT ONES.
000460*                    - OUT DRIFT - PASSES UNDER THE CURRENT
000470*                      MASTERS WITH AN OUT DIFFERENT FROM THE
000480*                      ONE THE AUDIT MASTER RECORDS. THE BATCH
000490*                      HAS NO PART IN THAT (ABCRPR'S BUSINESS),
000500*                      SO IT IS COUNTED ONLY, CHARGED TO NO
000510*                      TEMPLATE, AND KEPT OUT OF THE VERDICT AND
000520*                      THE RETURN CODE.
000530*                    - STILL REJECTED - REJECTS UNDER BOTH; THE
000540*                      CURRENT MASTERS ALREADY DISAGREE WITH THE
000550*                      NIGHT IT RAN (ABCRPR'S BUSINESS, NOT THE
000560*                      BATCH'S), COUNTED ONLY.
000570*                  THE IMPACT REPORT (ABCWIR) GIVES SAMPLE PAIRS
000580*                  (THE FIRST THREE OF EACH KIND PER SOURCE-ID),
000590*                  THE COUNTS BY SOURCE-ID AND BY TEMPLATE OR
000600*                  ROUTING CODE RESPONSIBLE, TOTALS AND A
000610*                  VERDICT, SO OPERATIONS CAN APPROVE OR HOLD THE
000620*                  BATCH ON EVIDENCE. NOTHING IS WRITTEN BUT THE
000630*                  REPORT.
000640*
000650*                  PARM: NNN - BUSINESS DATES TO REPLAY (001-060,
000660*                  DEFAULT 005). THE DATES ARE THE LATEST DISTINCT
000670*                  RUN DATES ON THE AUDIT MASTER; UNDATED ROWS
000680*                  (00000000) ARE NEVER REPLAYED. REJECTED PAIRS
000690*                  ARE NOT ON THE AUDIT MASTER, SO A PAIR CAN
000700*                  ONLY SHOW AS NEWLY PASSING WHERE THE CURRENT
000710*                  MASTERS WOULD NOW REJECT IT.
000720*----------------------------------------------------------------
000730
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT WIF-MST-FILE ASSIGN TO "ABCAMI"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-ABCAMI-STATUS.
000800
000810     SELECT WIF-TMF-FILE ASSIGN TO "ABCTMF"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-ABCTMF-STATUS.
000840
000850     SELECT WIF-TMX-FILE ASSIGN TO "ABCTMX"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-ABCTMX-STATUS.
000880
000890     SELECT WIF-RCF-FILE ASSIGN TO "ABCRCF"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-ABCRCF-STATUS.
000920
000930     SELECT WIF-RCX-FILE ASSIGN TO "ABCRCX"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-ABCRCX-STATUS.
000960
000970     SELECT WIF-RPT-FILE ASSIGN TO "ABCWIR"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-ABCWIR-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  WIF-MST-FILE.
001040 01  WIF-MST-REC.
001050     05  WIF-MST-DATE            PIC X(08).
001060     05  FILLER                  PIC X(01).
001070     05  WIF-MST-RECNO           PIC X(07).
001080     05  FILLER                  PIC X(01).
001090     05  WIF-MST-ORIG            PIC X(08).
001100     05  FILLER                  PIC X(01).
001110     05  WIF-MST-TMPL            PIC X(03).
001120     05  FILLER                  PIC X(01).
001130     05  WIF-MST-BRANCH          PIC X(03).
001140     05  FILLER                  PIC X(01).
001150     05  WIF-MST-TIE             PIC X(01).
001160     05  FILLER                  PIC X(01).
001170     05  WIF-MST-OUT             PIC X(08).
001180     05  FILLER                  PIC X(01).
001190     05  WIF-MST-SRC             PIC X(02).
001200     05  FILLER                  PIC X(01).
001210     05  WIF-MST-RESUB           PIC X(07).
001220     05  FILLER                  PIC X(01).
001230     05  WIF-MST-GRP-SIZE        PIC X(02).
001240     05  FILLER                  PIC X(01).
001250     05  WIF-MST-GRP-ITEMS       PIC X(36).
001260     05  FILLER                  PIC X(01).
001270     05  WIF-MST-GRP-RANKS       PIC X(36).
001280     05  FILLER                  PIC X(01).
001290     05  WIF-MST-GRP-OUT         PIC X(36).
001300     05  FILLER                  PIC X(01).
001310     05  WIF-MST-ORIGDATE        PIC X(08).
001320     05  FILLER                  PIC X(02).
001330
001340*----------------------------------------------------------------
001350*    THE CURRENT AND WOULD-BE TEMPLATE MASTERS SHARE ABCTMM'S
001360*    ROW LAYOUT, AS DO THE TWO ROUTING-CODE MASTERS ABCRCM'S.
001370*----------------------------------------------------------------
001380 FD  WIF-TMF-FILE.
001390 01  WIF-TMF-REC.
001400     05  WIF-TMF-TMPL            PIC X(03).
001410     05  FILLER                  PIC X(01).
001420     05  WIF-TMF-CLIENT          PIC X(02).
001430     05  FILLER                  PIC X(01).
001440     05  WIF-TMF-EFF             PIC X(08).
001450     05  FILLER                  PIC X(01).
001460     05  WIF-TMF-EXP             PIC X(08).
001470     05  FILLER                  PIC X(01).
001480     05  WIF-TMF-ALLOW           PIC X(01).
001490     05  FILLER                  PIC X(04).
001500
001510 FD  WIF-TMX-FILE.
001520 01  WIF-TMX-REC                 PIC X(30).
001530
001540 FD  WIF-RCF-FILE.
001550 01  WIF-RCF-REC.
001560     05  WIF-RCF-CODE            PIC X(02).
001570     05  FILLER                  PIC X(01).
001580     05  WIF-RCF-DESC            PIC X(20).
001590     05  FILLER                  PIC X(01).
001600     05  WIF-RCF-ACTV            PIC X(01).
001610     05  FILLER                  PIC X(01).
001620     05  WIF-RCF-EFF             PIC X(08).
001630     05  FILLER                  PIC X(01).
001640     05  WIF-RCF-EXP             PIC X(08).
001650     05  FILLER                  PIC X(01).
001660
001670 FD  WIF-RCX-FILE.
001680 01  WIF-RCX-REC                 PIC X(44).
001690
001700 FD  WIF-RPT-FILE.
001710 01  WIF-RPT-REC                 PIC X(132).
001720
001730 WORKING-STORAGE SECTION.
001740*----------------------------------------------------------------
001750* FILE STATUS AND END-OF-FILE SWITCHES
001760*----------------------------------------------------------------
001770 01  WS-ABCAMI-STATUS            PIC X(02).
001780     88  ABCAMI-OK               VALUE "00".
001790     88  ABCAMI-EOF              VALUE "10".
001800
001810 01  WS-ABCTMF-STATUS            PIC X(02).
001820     88  ABCTMF-OK               VALUE "00".
001830     88  ABCTMF-EOF              VALUE "10".
001840
001850 01  WS-ABCTMX-STATUS            PIC X(02).
001860     88  ABCTMX-OK               VALUE "00".
001870     88  ABCTMX-EOF              VALUE "10".
001880
001890 01  WS-ABCRCF-STATUS            PIC X(02).
001900     88  ABCRCF-OK               VALUE "00".
001910     88  ABCRCF-EOF              VALUE "10".
001920
001930 01  WS-ABCRCX-STATUS            PIC X(02).
001940     88  ABCRCX-OK               VALUE "00".
001950     88  ABCRCX-EOF              VALUE "10".
001960
001970 01  WS-ABCWIR-STATUS            PIC X(02)  VALUE SPACES.
001980     88  ABCWIR-OK               VALUE "00".
001990
002000 01  WS-SWITCHES.
002010     05  WS-MST-EOF-SW           PIC X(01)  VALUE "N".
002020         88  WS-MST-EOF          VALUE "Y".
002030     05  WS-LOAD-EOF-SW          PIC X(01)  VALUE "N".
002040         88  WS-LOAD-EOF         VALUE "Y".
002050     05  WS-FATAL-SW             PIC X(01)  VALUE "N".
002060         88  WS-FATAL-ERROR      VALUE "Y".
002070     05  WS-MST-OPEN-SW          PIC X(01)  VALUE "N".
002080         88  WS-MST-OPEN         VALUE "Y".
002090     05  WS-SRC-FULL-SW          PIC X(01)  VALUE "N".
002100         88  WS-SRC-FULL         VALUE "Y".
002110     05  WS-KEY-FULL-SW          PIC X(01)  VALUE "N".
002120         88  WS-KEY-FULL         VALUE "Y".
002130     05  WS-FOUND-SW             PIC X(01)  VALUE "N".
002140         88  WS-FOUND            VALUE "Y".
002150
002160 01  WS-COUNTERS.
002170     05  WS-ROW-COUNT            PIC 9(07)  VALUE ZERO.
002180     05  WS-REPLAY-COUNT         PIC 9(07)  VALUE ZERO.
002190     05  WS-UNCHANGED-COUNT      PIC 9(07)  VALUE ZERO.
002200     05  WS-NEWREJ-COUNT         PIC 9(07)  VALUE ZERO.
002210     05  WS-NEWPASS-COUNT        PIC 9(07)  VALUE ZERO.
002220     05  WS-CHGOUT-COUNT         PIC 9(07)  VALUE ZERO.
002230     05  WS-STILLREJ-COUNT       PIC 9(07)  VALUE ZERO.
002240     05  WS-DRIFT-COUNT          PIC 9(07)  VALUE ZERO.
002250     05  WS-SAMPLE-MAX           PIC 9(02)  VALUE 03.
002260
002270*----------------------------------------------------------------
002280* THE REPLAY WINDOW - THE LATEST N DISTINCT RUN DATES ON THE
002290* AUDIT MASTER, HELD IN ASCENDING ORDER WHILE THE MASTER IS
002300* SCANNED. ENTRY 1 IS THEN THE OLDEST DATE REPLAYED.
002310*----------------------------------------------------------------
002320 01  WS-WINDOW-CONTROLS.
002330     05  WS-WIN-DAYS             PIC 9(03)  VALUE 005.
002340     05  WS-WIN-MAX              PIC 9(03)  VALUE 060.
002350     05  WS-WIN-COUNT            PIC 9(03)  VALUE ZERO.
002360     05  WS-WIN-SUB              PIC 9(03)  COMP  VALUE ZERO.
002370     05  WS-WIN-POS              PIC 9(03)  COMP  VALUE ZERO.
002380     05  WS-WIN-FROM             PIC X(08)  VALUE SPACES.
002390     05  WS-WIN-TO               PIC X(08)  VALUE SPACES.
002400
002410 01  WS-WINDOW-TABLE.
002420     05  WS-WIN-DATE             PIC X(08)  OCCURS 60 TIMES.
002430
002440*----------------------------------------------------------------
002450* THE TWO TEMPLATE MASTERS AND THE TWO ROUTING-CODE MASTERS -
002460* SET 1 THE CURRENT GENERATION, SET 2 THE WOULD-BE ONE. THE
002470* SAME SHAPES AND CEILINGS AS ABCTMM'S AND ABC'S TABLES. AN
002480* EMPTY MASTER SKIPS ITS CHECK, AS IN ABC.
002490*----------------------------------------------------------------
002500 01  WS-SET-SUB                  PIC 9(01)  COMP  VALUE ZERO.
002510     88  WS-SET-CURRENT          VALUE 1.
002520     88  WS-SET-WOULD-BE         VALUE 2.
002530
002540 01  WS-TMF-CONTROLS.
002550     05  WS-TMF-SUB              PIC 9(04)  COMP  VALUE ZERO.
002560     05  WS-TMF-MAX              PIC 9(04)  VALUE 2000.
002570     05  WS-TMF-CLIENT-SEEN-SW   PIC X(01)  VALUE "N".
002580         88  WS-TMF-CLIENT-SEEN  VALUE "Y".
002590     05  WS-TMF-AUTH-SW          PIC X(01)  VALUE "N".
002600         88  WS-TMF-AUTHORIZED   VALUE "Y".
002610
002620 01  WS-TMF-TABLE.
002630     05  WS-TMF-SET              OCCURS 2 TIMES.
002640         10  WS-TMF-COUNT        PIC 9(04).
002650         10  WS-TMF-ENTRY        OCCURS 2000 TIMES.
002660             15  WS-TMF-TMPL     PIC X(03).
002670             15  WS-TMF-CLIENT   PIC X(02).
002680             15  WS-TMF-EFF      PIC X(08).
002690             15  WS-TMF-EXP      PIC X(08).
002700             15  WS-TMF-ALLOW    PIC X(01).
002710
002720 01  WS-RCF-CONTROLS.
002730     05  WS-RCF-SUB              PIC 9(03)  COMP  VALUE ZERO.
002740     05  WS-RCF-MAX              PIC 9(03)  VALUE 300.
002750     05  WS-RCF-SEEN-SW          PIC X(01)  VALUE "N".
002760         88  WS-RCF-CODE-SEEN    VALUE "Y".
002770     05  WS-RCF-LIVE-SW          PIC X(01)  VALUE "N".
002780         88  WS-RCF-CODE-LIVE    VALUE "Y".
002790     05  WS-RCF-VALUE            PIC X(02).
002800
002810 01  WS-RCF-TABLE.
002820     05  WS-RCF-SET              OCCURS 2 TIMES.
002830         10  WS-RCF-COUNT        PIC 9(03).
002840         10  WS-RCF-ENTRY        OCCURS 300 TIMES.
002850             15  WS-RCF-CODE     PIC X(02).
002860             15  WS-RCF-ACTV     PIC X(01).
002870             15  WS-RCF-EFF      PIC X(08).
002880             15  WS-RCF-EXP      PIC X(08).
002890
002900*----------------------------------------------------------------
002910* ONE MASTER ROW LOADED AT A TIME FOR 1110/1310 - THE TEMPLATE
002920* AND ROUTING-CODE LOADERS SHARE THE FILE-TO-TABLE STEP FOR
002930* BOTH SETS.
002940*----------------------------------------------------------------
002950 01  WS-LOAD-TMF-ROW             PIC X(30).
002960 01  WS-LOAD-RCF-ROW             PIC X(44).
002970
002980*----------------------------------------------------------------
002990* COMMUNICATION AREA FOR THE ABCXFM TRANSFORMATION SUBPROGRAM -
003000* THE SAME LAYOUT ABCXFM DECLARES IN ITS LINKAGE SECTION.
003010*----------------------------------------------------------------
003020 01  WS-XFM-AREA.
003030     05  WS-XFM-FUNCTION         PIC X(01).
003040     05  WS-XFM-A                PIC X(02).
003050     05  WS-XFM-B                PIC X(02).
003060     05  WS-XFM-C                PIC X(02).
003070     05  WS-XFM-X                PIC X(01).
003080     05  WS-XFM-Y                PIC X(01).
003090     05  WS-XFM-Z                PIC X(01).
003100     05  WS-XFM-BRANCH           PIC X(03).
003110     05  WS-XFM-STATUS           PIC X(01).
003120         88  WS-XFM-OK           VALUE "0".
003130
003140*----------------------------------------------------------------
003150* COMMUNICATION AREA FOR THE ABCNXF N-ELEMENT SUBPROGRAM - THE
003160* SAME LAYOUT ABCNXF DECLARES IN ITS LINKAGE SECTION.
003170*----------------------------------------------------------------
003180 01  WS-NXF-AREA.
003190     05  WS-NXF-FUNCTION         PIC X(01).
003200     05  WS-NXF-COUNT            PIC 9(02).
003210     05  WS-NXF-ITEM             PIC X(02)  OCCURS 12 TIMES.
003220     05  WS-NXF-RANK             PIC 9(02)  OCCURS 12 TIMES.
003230     05  WS-NXF-OUT-ITEM         PIC X(02)  OCCURS 12 TIMES.
003240     05  WS-NXF-TIE-SW           PIC X(01).
003250     05  WS-NXF-STATUS           PIC X(01).
003260         88  WS-NXF-OK           VALUE "0".
003270
003280*----------------------------------------------------------------
003290* A GROUP'S ITEMS, RANKS AND OUT VALUES IN THE TWELVE THREE-BYTE
003300* SLOTS THE MASTER EXTENSION STORES THEM IN.
003310*----------------------------------------------------------------
003320 01  WS-GRP-ITEM-AREA.
003330     05  WS-GRP-ITEM-SLOT        OCCURS 12 TIMES.
003340         10  WS-GRP-ITEM-VAL     PIC X(02).
003350         10  FILLER              PIC X(01).
003360
003370 01  WS-GRP-RANK-AREA.
003380     05  WS-GRP-RANK-SLOT        OCCURS 12 TIMES.
003390         10  WS-GRP-RANK-VAL     PIC X(02).
003400         10  FILLER              PIC X(01).
003410
003420 01  WS-GRP-OUT-AREA.
003430     05  WS-GRP-OUT-SLOT         OCCURS 12 TIMES.
003440         10  WS-GRP-OUT-VAL      PIC X(02).
003450         10  FILLER              PIC X(01).
003460
003470 01  WS-GRP-SUB                  PIC 9(02)  COMP  VALUE ZERO.
003480 01  WS-GRP-SIZE                 PIC 9(02)  VALUE ZERO.
003490
003500*----------------------------------------------------------------
003510* THE PAIR BEING REPLAYED AND ITS VERDICT UNDER EACH SET. A
003520* BLANK REASON IS A PASS; THE CAUSE IS THE TEMPLATE KEY ("T")
003530* OR THE FIRST ROUTING CODE THAT FAILED ("C").
003540*----------------------------------------------------------------
003550 01  WS-REPLAY-WORK.
003560     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
003570     05  WS-VAL-CLIENT           PIC X(02)  VALUE SPACES.
003580     05  WS-AUTH-DATE            PIC X(08)  VALUE SPACES.
003590     05  WS-TMPL-KEY             PIC X(03)  VALUE SPACES.
003600     05  WS-NEW-OUT              PIC X(36)  VALUE SPACES.
003610     05  WS-CUR-OUT              PIC X(36)  VALUE SPACES.
003620     05  WS-WB-OUT               PIC X(36)  VALUE SPACES.
003630     05  WS-OLD-OUT              PIC X(36)  VALUE SPACES.
003640     05  WS-GROUP-ROW-SW         PIC X(01)  VALUE "N".
003650         88  WS-GROUP-ROW        VALUE "Y".
003660     05  WS-CHK-REASON           PIC X(24)  VALUE SPACES.
003670     05  WS-CHK-CAUSE-TYPE       PIC X(01)  VALUE SPACES.
003680     05  WS-CHK-CAUSE            PIC X(03)  VALUE SPACES.
003690     05  WS-CUR-REASON           PIC X(24)  VALUE SPACES.
003700     05  WS-CUR-CAUSE-TYPE       PIC X(01)  VALUE SPACES.
003710     05  WS-CUR-CAUSE            PIC X(03)  VALUE SPACES.
003720     05  WS-WB-REASON            PIC X(24)  VALUE SPACES.
003730     05  WS-WB-CAUSE-TYPE        PIC X(01)  VALUE SPACES.
003740     05  WS-WB-CAUSE             PIC X(03)  VALUE SPACES.
003750     05  WS-IMPACT               PIC X(01)  VALUE SPACES.
003760         88  WS-IMPACT-NEWREJ    VALUE "R".
003770         88  WS-IMPACT-NEWPASS   VALUE "P".
003780         88  WS-IMPACT-CHGOUT    VALUE "O".
003790     05  WS-TALLY-CAUSE-TYPE     PIC X(01)  VALUE SPACES.
003800     05  WS-TALLY-CAUSE          PIC X(03)  VALUE SPACES.
003810
003820*----------------------------------------------------------------
003830* IMPACT BY SOURCE-ID - EVERY SOURCE REPLAYED, WITH ITS SAMPLES
003840* TAKEN SO FAR OF EACH KIND.
003850*----------------------------------------------------------------
003860 01  WS-SRC-CONTROLS.
003870     05  WS-SRC-COUNT            PIC 9(03)  VALUE ZERO.
003880     05  WS-SRC-SUB              PIC 9(03)  COMP  VALUE ZERO.
003890     05  WS-SRC-HIT              PIC 9(03)  COMP  VALUE ZERO.
003900     05  WS-SRC-MAX              PIC 9(03)  VALUE 100.
003910
003920 01  WS-SRC-TABLE.
003930     05  WS-SRC-ENTRY            OCCURS 100 TIMES.
003940         10  WS-SRC-ID           PIC X(02).
003950         10  WS-SRC-REPLAYED     PIC 9(07).
003960         10  WS-SRC-NEWREJ       PIC 9(07).
003970         10  WS-SRC-NEWPASS      PIC 9(07).
003980         10  WS-SRC-CHGOUT       PIC 9(07).
003990         10  WS-SRC-STILLREJ     PIC 9(07).
004000         10  WS-SRC-DRIFT        PIC 9(07).
004010         10  WS-SRC-SMP-NEWREJ   PIC 9(02).
004020         10  WS-SRC-SMP-NEWPASS  PIC 9(02).
004030         10  WS-SRC-SMP-CHGOUT   PIC 9(02).
004040
004050*----------------------------------------------------------------
004060* IMPACT BY THE TEMPLATE OR ROUTING CODE RESPONSIBLE - ONLY
004070* CAUSES THAT MOVED A PAIR ARE ENTERED.
004080*----------------------------------------------------------------
004090 01  WS-KEY-CONTROLS.
004100     05  WS-KEY-COUNT            PIC 9(03)  VALUE ZERO.
004110     05  WS-KEY-SUB              PIC 9(03)  COMP  VALUE ZERO.
004120     05  WS-KEY-HIT              PIC 9(03)  COMP  VALUE ZERO.
004130     05  WS-KEY-MAX              PIC 9(03)  VALUE 500.
004140
004150 01  WS-KEY-TABLE.
004160     05  WS-KEY-ENTRY            OCCURS 500 TIMES.
004170         10  WS-KEY-TYPE         PIC X(01).
004180         10  WS-KEY-VALUE        PIC X(03).
004190         10  WS-KEY-NEWREJ       PIC 9(07).
004200         10  WS-KEY-NEWPASS      PIC 9(07).
004210         10  WS-KEY-CHGOUT       PIC 9(07).
004220
004230 01  WS-PRINT-WORK.
004240     05  WS-PRT-KIND             PIC X(14)  VALUE SPACES.
004250     05  WS-PRT-CAUSE            PIC X(18)  VALUE SPACES.
004260     05  WS-PRT-DETAIL           PIC X(40)  VALUE SPACES.
004270
004280*----------------------------------------------------------------
004290 LINKAGE SECTION.
004300*----------------------------------------------------------------
004310* STANDARD MVS PARM RECEIVING AREA, AS IN ABC. THE PARM IS THE
004320* NUMBER OF BUSINESS DATES TO REPLAY - THREE DIGITS, 001-060.
004330*----------------------------------------------------------------
004340 01  LK-PARM.
004350     05  LK-PARM-LEN             PIC S9(4)  COMP.
004360     05  LK-PARM-TEXT            PIC X(80).
004370
004380 PROCEDURE DIVISION USING LK-PARM.
004390*----------------------------------------------------------------
004400 0000-MAINLINE.
004410*----------------------------------------------------------------
004420     PERFORM 1000-INITIALIZE
004430         THRU 1000-INITIALIZE-EXIT.
004440
004450     IF NOT WS-FATAL-ERROR
004460         PERFORM 2000-FIND-REPLAY-WINDOW
004470             THRU 2000-FIND-REPLAY-WINDOW-EXIT
004480     END-IF.
004490
004500     IF NOT WS-FATAL-ERROR
004510         PERFORM 2500-WRITE-HEADING
004520             THRU 2500-WRITE-HEADING-EXIT
004530         PERFORM 3000-REPLAY-ONE-ROW
004540             THRU 3000-REPLAY-ONE-ROW-EXIT
004550             UNTIL WS-MST-EOF
004560         PERFORM 7000-WRITE-SOURCE-SUMMARY
004570             THRU 7000-WRITE-SOURCE-SUMMARY-EXIT
004580         PERFORM 7200-WRITE-CAUSE-SUMMARY
004590             THRU 7200-WRITE-CAUSE-SUMMARY-EXIT
004600         PERFORM 7500-WRITE-TOTALS
004610             THRU 7500-WRITE-TOTALS-EXIT
004620     END-IF.
004630
004640     PERFORM 9000-TERMINATE
004650         THRU 9000-TERMINATE-EXIT.
004660
004670     GOBACK.
004680
004690*----------------------------------------------------------------
004700*    ALL FOUR MASTERS ARE REQUIRED - A WHAT-IF THAT QUIETLY RAN
004710*    WITHOUT ONE WOULD REPORT A DIFFERENCE THAT IS NOT THERE.
004720*----------------------------------------------------------------
004730 1000-INITIALIZE.
004740*----------------------------------------------------------------
004750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004760
004770     IF LK-PARM-LEN > 2 AND LK-PARM-TEXT(1:3) NUMERIC
004780         MOVE LK-PARM-TEXT(1:3) TO WS-WIN-DAYS
004790     END-IF.
004800     IF WS-WIN-DAYS = ZERO OR WS-WIN-DAYS > WS-WIN-MAX
004810         DISPLAY "ABCWIF: PARM MUST BE 001-" WS-WIN-MAX
004820             " BUSINESS DATES - RUN ABORTED"
004830         MOVE "Y" TO WS-FATAL-SW
004840         GO TO 1000-INITIALIZE-EXIT
004850     END-IF.
004860
004870     MOVE ZERO TO WS-TMF-COUNT(1) WS-TMF-COUNT(2).
004880     MOVE ZERO TO WS-RCF-COUNT(1) WS-RCF-COUNT(2).
004890     SET WS-SET-CURRENT TO TRUE.
004900     PERFORM 1100-LOAD-TEMPLATE-MASTER
004910         THRU 1100-LOAD-TEMPLATE-MASTER-EXIT.
004920     IF NOT WS-FATAL-ERROR
004930         SET WS-SET-WOULD-BE TO TRUE
004940         PERFORM 1100-LOAD-TEMPLATE-MASTER
004950             THRU 1100-LOAD-TEMPLATE-MASTER-EXIT
004960     END-IF.
004970     IF NOT WS-FATAL-ERROR
004980         SET WS-SET-CURRENT TO TRUE
004990         PERFORM 1300-LOAD-ROUTING-MASTER
005000             THRU 1300-LOAD-ROUTING-MASTER-EXIT
005010     END-IF.
005020     IF NOT WS-FATAL-ERROR
005030         SET WS-SET-WOULD-BE TO TRUE
005040         PERFORM 1300-LOAD-ROUTING-MASTER
005050             THRU 1300-LOAD-ROUTING-MASTER-EXIT
005060     END-IF.
005070
005080     IF NOT WS-FATAL-ERROR
005090         OPEN OUTPUT WIF-RPT-FILE
005100         IF NOT ABCWIR-OK
005110             DISPLAY "ABCWIF: UNABLE TO OPEN ABCWIR, STATUS="
005120                 WS-ABCWIR-STATUS
005130             MOVE "Y" TO WS-FATAL-SW
005140         END-IF
005150     END-IF.
005160 1000-INITIALIZE-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200*    ONE TEMPLATE MASTER INTO THE TABLE SET NAMED BY WS-SET-SUB
005210*    - THE CURRENT GENERATION FROM ABCTMF, THE WOULD-BE ONE
005220*    FROM ABCTMX.
005230*----------------------------------------------------------------
005240 1100-LOAD-TEMPLATE-MASTER.
005250*----------------------------------------------------------------
005260     MOVE "N" TO WS-LOAD-EOF-SW.
005270     IF WS-SET-CURRENT
005280         OPEN INPUT WIF-TMF-FILE
005290         IF NOT ABCTMF-OK
005300             DISPLAY "ABCWIF: UNABLE TO OPEN ABCTMF, STATUS="
005310                 WS-ABCTMF-STATUS " - RUN ABORTED"
005320             MOVE "Y" TO WS-FATAL-SW
005330             GO TO 1100-LOAD-TEMPLATE-MASTER-EXIT
005340         END-IF
005350     ELSE
005360         OPEN INPUT WIF-TMX-FILE
005370         IF NOT ABCTMX-OK
005380             DISPLAY "ABCWIF: UNABLE TO OPEN ABCTMX, STATUS="
005390                 WS-ABCTMX-STATUS " - RUN ABORTED"
005400             MOVE "Y" TO WS-FATAL-SW
005410             GO TO 1100-LOAD-TEMPLATE-MASTER-EXIT
005420         END-IF
005430     END-IF.
005440     PERFORM 1110-READ-TEMPLATE-ROW
005450         THRU 1110-READ-TEMPLATE-ROW-EXIT
005460         UNTIL WS-LOAD-EOF.
005470     IF WS-SET-CURRENT
005480         CLOSE WIF-TMF-FILE
005490     ELSE
005500         CLOSE WIF-TMX-FILE
005510     END-IF.
005520 1100-LOAD-TEMPLATE-MASTER-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560 1110-READ-TEMPLATE-ROW.
005570*----------------------------------------------------------------
005580     IF WS-SET-CURRENT
005590         READ WIF-TMF-FILE INTO WS-LOAD-TMF-ROW
005600             AT END
005610                 SET WS-LOAD-EOF TO TRUE
005620         END-READ
005630     ELSE
005640         READ WIF-TMX-FILE INTO WS-LOAD-TMF-ROW
005650             AT END
005660                 SET WS-LOAD-EOF TO TRUE
005670         END-READ
005680     END-IF.
005690     IF WS-LOAD-EOF OR WS-LOAD-TMF-ROW(1:3) = SPACES
005700         GO TO 1110-READ-TEMPLATE-ROW-EXIT
005710     END-IF.
005720     IF WS-TMF-COUNT(WS-SET-SUB) = WS-TMF-MAX
005730         DISPLAY "ABCWIF: TEMPLATE MASTER EXCEEDS " WS-TMF-MAX
005740             " RULES - RUN ABORTED"
005750         MOVE "Y" TO WS-FATAL-SW
005760         SET WS-LOAD-EOF TO TRUE
005770         GO TO 1110-READ-TEMPLATE-ROW-EXIT
005780     END-IF.
005790     ADD 1 TO WS-TMF-COUNT(WS-SET-SUB).
005800     MOVE WS-TMF-COUNT(WS-SET-SUB) TO WS-TMF-SUB.
005810     MOVE WS-LOAD-TMF-ROW(1:3)
005820         TO WS-TMF-TMPL(WS-SET-SUB, WS-TMF-SUB).
005830     MOVE WS-LOAD-TMF-ROW(5:2)
005840         TO WS-TMF-CLIENT(WS-SET-SUB, WS-TMF-SUB).
005850     MOVE WS-LOAD-TMF-ROW(8:8)
005860         TO WS-TMF-EFF(WS-SET-SUB, WS-TMF-SUB).
005870     MOVE WS-LOAD-TMF-ROW(17:8)
005880         TO WS-TMF-EXP(WS-SET-SUB, WS-TMF-SUB).
005890     MOVE WS-LOAD-TMF-ROW(26:1)
005900         TO WS-TMF-ALLOW(WS-SET-SUB, WS-TMF-SUB).
005910 1110-READ-TEMPLATE-ROW-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------
005950*    ONE ROUTING-CODE MASTER INTO THE TABLE SET NAMED BY
005960*    WS-SET-SUB - ABCRCF CURRENT, ABCRCX WOULD-BE.
005970*----------------------------------------------------------------
005980 1300-LOAD-ROUTING-MASTER.
005990*----------------------------------------------------------------
006000     MOVE "N" TO WS-LOAD-EOF-SW.
006010     IF WS-SET-CURRENT
006020         OPEN INPUT WIF-RCF-FILE
006030         IF NOT ABCRCF-OK
006040             DISPLAY "ABCWIF: UNABLE TO OPEN ABCRCF, STATUS="
006050                 WS-ABCRCF-STATUS " - RUN ABORTED"
006060             MOVE "Y" TO WS-FATAL-SW
006070             GO TO 1300-LOAD-ROUTING-MASTER-EXIT
006080         END-IF
006090     ELSE
006100         OPEN INPUT WIF-RCX-FILE
006110         IF NOT ABCRCX-OK
006120             DISPLAY "ABCWIF: UNABLE TO OPEN ABCRCX, STATUS="
006130                 WS-ABCRCX-STATUS " - RUN ABORTED"
006140             MOVE "Y" TO WS-FATAL-SW
006150             GO TO 1300-LOAD-ROUTING-MASTER-EXIT
006160         END-IF
006170     END-IF.
006180     PERFORM 1310-READ-ROUTING-ROW
006190         THRU 1310-READ-ROUTING-ROW-EXIT
006200         UNTIL WS-LOAD-EOF.
006210     IF WS-SET-CURRENT
006220         CLOSE WIF-RCF-FILE
006230     ELSE
006240         CLOSE WIF-RCX-FILE
006250     END-IF.
006260 1300-LOAD-ROUTING-MASTER-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300 1310-READ-ROUTING-ROW.
006310*----------------------------------------------------------------
006320     IF WS-SET-CURRENT
006330         READ WIF-RCF-FILE INTO WS-LOAD-RCF-ROW
006340             AT END
006350                 SET WS-LOAD-EOF TO TRUE
006360         END-READ
006370     ELSE
006380         READ WIF-RCX-FILE INTO WS-LOAD-RCF-ROW
006390             AT END
006400                 SET WS-LOAD-EOF TO TRUE
006410         END-READ
006420     END-IF.
006430     IF WS-LOAD-EOF OR WS-LOAD-RCF-ROW(1:2) = SPACES
006440         GO TO 1310-READ-ROUTING-ROW-EXIT
006450     END-IF.
006460     IF WS-RCF-COUNT(WS-SET-SUB) = WS-RCF-MAX
006470         DISPLAY "ABCWIF: ROUTING-CODE MASTER EXCEEDS "
006480             WS-RCF-MAX " CODES - RUN ABORTED"
006490         MOVE "Y" TO WS-FATAL-SW
006500         SET WS-LOAD-EOF TO TRUE
006510         GO TO 1310-READ-ROUTING-ROW-EXIT
006520     END-IF.
006530     ADD 1 TO WS-RCF-COUNT(WS-SET-SUB).
006540     MOVE WS-RCF-COUNT(WS-SET-SUB) TO WS-RCF-SUB.
006550     MOVE WS-LOAD-RCF-ROW(1:2)
006560         TO WS-RCF-CODE(WS-SET-SUB, WS-RCF-SUB).
006570     MOVE WS-LOAD-RCF-ROW(25:1)
006580         TO WS-RCF-ACTV(WS-SET-SUB, WS-RCF-SUB).
006590     MOVE WS-LOAD-RCF-ROW(27:8)
006600         TO WS-RCF-EFF(WS-SET-SUB, WS-RCF-SUB).
006610     MOVE WS-LOAD-RCF-ROW(36:8)
006620         TO WS-RCF-EXP(WS-SET-SUB, WS-RCF-SUB).
006630 1310-READ-ROUTING-ROW-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------------
006670*    FIRST PASS OVER THE AUDIT MASTER - THE LATEST N DISTINCT
006680*    RUN DATES. THE MASTER IS THEN REOPENED FOR THE REPLAY.
006690*----------------------------------------------------------------
006700 2000-FIND-REPLAY-WINDOW.
006710*----------------------------------------------------------------
006720     OPEN INPUT WIF-MST-FILE.
006730     IF NOT ABCAMI-OK
006740         DISPLAY "ABCWIF: UNABLE TO OPEN ABCAMI, STATUS="
006750             WS-ABCAMI-STATUS
006760         MOVE "Y" TO WS-FATAL-SW
006770         GO TO 2000-FIND-REPLAY-WINDOW-EXIT
006780     END-IF.
006790     PERFORM 2100-SCAN-ONE-DATE
006800         THRU 2100-SCAN-ONE-DATE-EXIT
006810         UNTIL WS-MST-EOF.
006820     CLOSE WIF-MST-FILE.
006830
006840     IF WS-WIN-COUNT > ZERO
006850         MOVE WS-WIN-DATE(1) TO WS-WIN-FROM
006860         MOVE WS-WIN-DATE(WS-WIN-COUNT) TO WS-WIN-TO
006870     END-IF.
006880
006890     MOVE "N" TO WS-MST-EOF-SW.
006900     OPEN INPUT WIF-MST-FILE.
006910     IF NOT ABCAMI-OK
006920         DISPLAY "ABCWIF: UNABLE TO REOPEN ABCAMI, STATUS="
006930             WS-ABCAMI-STATUS
006940         MOVE "Y" TO WS-FATAL-SW
006950         GO TO 2000-FIND-REPLAY-WINDOW-EXIT
006960     END-IF.
006970     SET WS-MST-OPEN TO TRUE.
006980 2000-FIND-REPLAY-WINDOW-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020*    A DATE ALREADY IN THE WINDOW IS PASSED OVER. OTHERWISE IT
007030*    GOES IN WHILE THE WINDOW HAS ROOM, OR DISPLACES THE OLDEST
007040*    DATE HELD WHEN IT IS LATER THAN THAT ONE.
007050*----------------------------------------------------------------
007060 2100-SCAN-ONE-DATE.
007070*----------------------------------------------------------------
007080     READ WIF-MST-FILE
007090         AT END
007100             SET WS-MST-EOF TO TRUE
007110     END-READ.
007120     IF WS-MST-EOF
007130         GO TO 2100-SCAN-ONE-DATE-EXIT
007140     END-IF.
007150     IF WIF-MST-DATE NOT NUMERIC OR WIF-MST-DATE = ZERO
007160         GO TO 2100-SCAN-ONE-DATE-EXIT
007170     END-IF.
007180     MOVE "N" TO WS-FOUND-SW.
007190     PERFORM 2110-MATCH-WINDOW-DATE
007200         THRU 2110-MATCH-WINDOW-DATE-EXIT
007210         VARYING WS-WIN-SUB FROM 1 BY 1
007220         UNTIL WS-WIN-SUB > WS-WIN-COUNT OR WS-FOUND.
007230     IF WS-FOUND
007240         GO TO 2100-SCAN-ONE-DATE-EXIT
007250     END-IF.
007260     IF WS-WIN-COUNT = WS-WIN-DAYS
007270         IF WIF-MST-DATE < WS-WIN-DATE(1)
007280             GO TO 2100-SCAN-ONE-DATE-EXIT
007290         END-IF
007300         PERFORM 2120-DROP-OLDEST-DATE
007310             THRU 2120-DROP-OLDEST-DATE-EXIT
007320             VARYING WS-WIN-SUB FROM 1 BY 1
007330             UNTIL WS-WIN-SUB NOT < WS-WIN-COUNT
007340         SUBTRACT 1 FROM WS-WIN-COUNT
007350     END-IF.
007360
007370*    THE NEW DATE GOES AHEAD OF THE FIRST LATER ONE HELD.
007380     COMPUTE WS-WIN-POS = WS-WIN-COUNT + 1.
007390     PERFORM 2130-FIND-INSERT-POINT
007400         THRU 2130-FIND-INSERT-POINT-EXIT
007410         VARYING WS-WIN-SUB FROM WS-WIN-COUNT BY -1
007420         UNTIL WS-WIN-SUB < 1.
007430     ADD 1 TO WS-WIN-COUNT.
007440     MOVE WIF-MST-DATE TO WS-WIN-DATE(WS-WIN-POS).
007450 2100-SCAN-ONE-DATE-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------
007490 2110-MATCH-WINDOW-DATE.
007500*----------------------------------------------------------------
007510     IF WS-WIN-DATE(WS-WIN-SUB) = WIF-MST-DATE
007520         SET WS-FOUND TO TRUE
007530     END-IF.
007540 2110-MATCH-WINDOW-DATE-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580 2120-DROP-OLDEST-DATE.
007590*----------------------------------------------------------------
007600     MOVE WS-WIN-DATE(WS-WIN-SUB + 1) TO WS-WIN-DATE(WS-WIN-SUB).
007610 2120-DROP-OLDEST-DATE-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------------
007650*    WALKING DOWN FROM THE LATEST DATE HELD, EACH LATER ONE
007660*    MOVES UP A PLACE TO OPEN THE SLOT FOR THE NEW DATE.
007670*----------------------------------------------------------------
007680 2130-FIND-INSERT-POINT.
007690*----------------------------------------------------------------
007700     IF WS-WIN-DATE(WS-WIN-SUB) > WIF-MST-DATE
007710         MOVE WS-WIN-DATE(WS-WIN-SUB)
007720             TO WS-WIN-DATE(WS-WIN-SUB + 1)
007730         MOVE WS-WIN-SUB TO WS-WIN-POS
007740     ELSE
007750         MOVE 1 TO WS-WIN-SUB
007760     END-IF.
007770 2130-FIND-INSERT-POINT-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------------
007810 2500-WRITE-HEADING.
007820*----------------------------------------------------------------
007830     MOVE SPACES TO WIF-RPT-REC.
007840     STRING
007850         "ABCWIF MAINTENANCE WHAT-IF IMPACT - RUN DATE "
007860                                   DELIMITED BY SIZE
007870         WS-RUN-DATE               DELIMITED BY SIZE
007880         INTO WIF-RPT-REC
007890     END-STRING.
007900     WRITE WIF-RPT-REC.
007910     MOVE SPACES TO WIF-RPT-REC.
007920     STRING
007930         "  REPLAYING THE LATEST "  DELIMITED BY SIZE
007940         WS-WIN-DAYS               DELIMITED BY SIZE
007950         " BUSINESS DATES ON THE AUDIT MASTER - "
007960                                   DELIMITED BY SIZE
007970         WS-WIN-COUNT              DELIMITED BY SIZE
007980         " FOUND, "                DELIMITED BY SIZE
007990         WS-WIN-FROM               DELIMITED BY SIZE
008000         " THRU "                  DELIMITED BY SIZE
008010         WS-WIN-TO                 DELIMITED BY SIZE
008020         INTO WIF-RPT-REC
008030     END-STRING.
008040     WRITE WIF-RPT-REC.
008050     MOVE SPACES TO WIF-RPT-REC.
008060     STRING
008070         "  TEMPLATE MASTER ROWS - CURRENT "
008080                                   DELIMITED BY SIZE
008090         WS-TMF-COUNT(1)           DELIMITED BY SIZE
008100         "  WOULD-BE "             DELIMITED BY SIZE
008110         WS-TMF-COUNT(2)           DELIMITED BY SIZE
008120         "     ROUTING-CODE MASTER ROWS - CURRENT "
008130                                   DELIMITED BY SIZE
008140         WS-RCF-COUNT(1)           DELIMITED BY SIZE
008150         "  WOULD-BE "             DELIMITED BY SIZE
008160         WS-RCF-COUNT(2)           DELIMITED BY SIZE
008170         INTO WIF-RPT-REC
008180     END-STRING.
008190     WRITE WIF-RPT-REC.
008200     MOVE SPACES TO WIF-RPT-REC.
008210     WRITE WIF-RPT-REC.
008220     MOVE "SAMPLE PAIRS - THE FIRST THREE OF EACH KIND PER SOURCE-
008230-        "ID" TO WIF-RPT-REC.
008240     WRITE WIF-RPT-REC.
008250 2500-WRITE-HEADING-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290*    ONE AUDIT MASTER ROW PER ITERATION. A ROW OUTSIDE THE
008300*    WINDOW PASSES STRAIGHT THROUGH; ONE INSIDE IT IS CHECKED
008310*    UNDER BOTH SETS OF MASTERS, RE-TRANSFORMED UNDER EACH SET
008320*    THAT PASSES IT, AND DISPOSED. THE BATCH IS ONLY CHARGED
008330*    WITH WHAT MOVES BETWEEN THE TWO SETS; AN OUT UNDER THE
008340*    CURRENT MASTERS THAT DIFFERS FROM THE AUDIT MASTER'S IS
008350*    DRIFT SINCE THE NIGHT IT RAN AND IS COUNTED APART.
008360*----------------------------------------------------------------
008370 3000-REPLAY-ONE-ROW.
008380*----------------------------------------------------------------
008390     READ WIF-MST-FILE
008400         AT END
008410             SET WS-MST-EOF TO TRUE
008420     END-READ.
008430     IF WS-MST-EOF OR WIF-MST-DATE = SPACES
008440         GO TO 3000-REPLAY-ONE-ROW-EXIT
008450     END-IF.
008460     ADD 1 TO WS-ROW-COUNT.
008470     IF WS-WIN-COUNT = ZERO
008480             OR WIF-MST-DATE NOT NUMERIC
008490             OR WIF-MST-DATE = ZERO
008500             OR WIF-MST-DATE < WS-WIN-FROM
008510         GO TO 3000-REPLAY-ONE-ROW-EXIT
008520     END-IF.
008530     ADD 1 TO WS-REPLAY-COUNT.
008540
008550     MOVE WIF-MST-TMPL TO WS-TMPL-KEY.
008560*    A GROUP ROW CARRIES ITS SIZE IN THE MASTER EXTENSION AND
008570*    IS COMPARED ON THE WHOLE GROUP OUT; A PAIR ON ITS TRIPLET.
008580     IF WIF-MST-GRP-SIZE NOT = SPACES
008590         MOVE "Y" TO WS-GROUP-ROW-SW
008600         MOVE WIF-MST-GRP-OUT TO WS-OLD-OUT
008610     ELSE
008620         MOVE "N" TO WS-GROUP-ROW-SW
008630         MOVE WIF-MST-OUT TO WS-OLD-OUT
008640     END-IF.
008650*    THE CLIENT/ROUTE CODE IS THE SOURCE-ID THE PAIR RAN UNDER;
008660*    AN UNSTAMPED ?? PAIR IS NO ONE'S CODE AND IS TESTED AGAINST
008670*    THE "**" WILDCARD ROWS ONLY, AS IN ABC.
008680     IF WIF-MST-SRC = "??"
008690         MOVE SPACES TO WS-VAL-CLIENT
008700     ELSE
008710         MOVE WIF-MST-SRC TO WS-VAL-CLIENT
008720     END-IF.
008730
008740     PERFORM 3100-FIND-SOURCE
008750         THRU 3100-FIND-SOURCE-EXIT.
008760     IF WS-SRC-HIT > ZERO
008770         ADD 1 TO WS-SRC-REPLAYED(WS-SRC-HIT)
008780     END-IF.
008790
008800     SET WS-SET-CURRENT TO TRUE.
008810     PERFORM 4000-CHECK-PAIR
008820         THRU 4000-CHECK-PAIR-EXIT.
008830     MOVE WS-CHK-REASON     TO WS-CUR-REASON.
008840     MOVE WS-CHK-CAUSE-TYPE TO WS-CUR-CAUSE-TYPE.
008850     MOVE WS-CHK-CAUSE      TO WS-CUR-CAUSE.
008860     SET WS-SET-WOULD-BE TO TRUE.
008870     PERFORM 4000-CHECK-PAIR
008880         THRU 4000-CHECK-PAIR-EXIT.
008890     MOVE WS-CHK-REASON     TO WS-WB-REASON.
008900     MOVE WS-CHK-CAUSE-TYPE TO WS-WB-CAUSE-TYPE.
008910     MOVE WS-CHK-CAUSE      TO WS-WB-CAUSE.
008920
008930     IF WS-CUR-REASON NOT = SPACES AND WS-WB-REASON NOT = SPACES
008940         ADD 1 TO WS-STILLREJ-COUNT
008950         IF WS-SRC-HIT > ZERO
008960             ADD 1 TO WS-SRC-STILLREJ(WS-SRC-HIT)
008970         END-IF
008980         GO TO 3000-REPLAY-ONE-ROW-EXIT
008990     END-IF.
009000
009010     IF WS-CUR-REASON = SPACES
009020         PERFORM 3200-RERUN-OUT
009030             THRU 3200-RERUN-OUT-EXIT
009040         MOVE WS-NEW-OUT TO WS-CUR-OUT
009050         IF WS-CUR-OUT NOT = WS-OLD-OUT
009060             ADD 1 TO WS-DRIFT-COUNT
009070             IF WS-SRC-HIT > ZERO
009080                 ADD 1 TO WS-SRC-DRIFT(WS-SRC-HIT)
009090             END-IF
009100         END-IF
009110     END-IF.
009120
009130     IF WS-CUR-REASON = SPACES AND WS-WB-REASON NOT = SPACES
009140         SET WS-IMPACT-NEWREJ TO TRUE
009150         MOVE WS-WB-CAUSE-TYPE TO WS-TALLY-CAUSE-TYPE
009160         MOVE WS-WB-CAUSE      TO WS-TALLY-CAUSE
009170         PERFORM 5000-TALLY-IMPACT
009180             THRU 5000-TALLY-IMPACT-EXIT
009190         GO TO 3000-REPLAY-ONE-ROW-EXIT
009200     END-IF.
009210
009220     PERFORM 3200-RERUN-OUT
009230         THRU 3200-RERUN-OUT-EXIT.
009240     MOVE WS-NEW-OUT TO WS-WB-OUT.
009250
009260     IF WS-CUR-REASON NOT = SPACES
009270         SET WS-IMPACT-NEWPASS TO TRUE
009280         MOVE WS-CUR-CAUSE-TYPE TO WS-TALLY-CAUSE-TYPE
009290         MOVE WS-CUR-CAUSE      TO WS-TALLY-CAUSE
009300         PERFORM 5000-TALLY-IMPACT
009310             THRU 5000-TALLY-IMPACT-EXIT
009320         GO TO 3000-REPLAY-ONE-ROW-EXIT
009330     END-IF.
009340
009350     IF WS-WB-OUT = WS-CUR-OUT
009360         ADD 1 TO WS-UNCHANGED-COUNT
009370         GO TO 3000-REPLAY-ONE-ROW-EXIT
009380     END-IF.
009390     SET WS-IMPACT-CHGOUT TO TRUE.
009400     MOVE "T"         TO WS-TALLY-CAUSE-TYPE.
009410     MOVE WS-TMPL-KEY TO WS-TALLY-CAUSE.
009420     PERFORM 5000-TALLY-IMPACT
009430         THRU 5000-TALLY-IMPACT-EXIT.
009440 3000-REPLAY-ONE-ROW-EXIT.
009450     EXIT.
009460
009470*----------------------------------------------------------------
009480*    THE ROW'S OUT UNDER THE MASTER SET IN HAND, INTO WS-NEW-OUT.
009490*    ABCXFM AND ABCNXF TAKE NOTHING FROM EITHER MASTER, SO THE
009500*    TWO SETS GIVE THE SAME OUT FOR A PAIR BOTH PASS UNLESS THE
009510*    TRANSFORMATION ITSELF COMES TO DEPEND ON THEM; IT IS STILL
009520*    RE-RUN PER SET SO OUT CHANGED COMPARES LIKE WITH LIKE.
009530*----------------------------------------------------------------
009540 3200-RERUN-OUT.
009550*----------------------------------------------------------------
009560     IF WS-GROUP-ROW
009570         PERFORM 4600-RERUN-GROUP
009580             THRU 4600-RERUN-GROUP-EXIT
009590     ELSE
009600         PERFORM 4500-RERUN-TRANSFORM
009610             THRU 4500-RERUN-TRANSFORM-EXIT
009620     END-IF.
009630 3200-RERUN-OUT-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------------
009670*    THE ROW'S SOURCE-ID ON THE SOURCE TABLE, ADDED ON FIRST
009680*    SIGHT. A FULL TABLE LEAVES WS-SRC-HIT ZERO - THE ROW STILL
009690*    COUNTS IN THE TOTALS.
009700*----------------------------------------------------------------
009710 3100-FIND-SOURCE.
009720*----------------------------------------------------------------
009730     MOVE ZERO TO WS-SRC-HIT.
009740     PERFORM 3110-MATCH-SOURCE
009750         THRU 3110-MATCH-SOURCE-EXIT
009760         VARYING WS-SRC-SUB FROM 1 BY 1
009770         UNTIL WS-SRC-SUB > WS-SRC-COUNT OR WS-SRC-HIT > ZERO.
009780     IF WS-SRC-HIT > ZERO
009790         GO TO 3100-FIND-SOURCE-EXIT
009800     END-IF.
009810     IF WS-SRC-COUNT = WS-SRC-MAX
009820         IF NOT WS-SRC-FULL
009830             DISPLAY "ABCWIF: MORE THAN " WS-SRC-MAX
009840                 " SOURCE-IDS - LATER ONES IN TOTALS ONLY"
009850         END-IF
009860         SET WS-SRC-FULL TO TRUE
009870         GO TO 3100-FIND-SOURCE-EXIT
009880     END-IF.
009890     ADD 1 TO WS-SRC-COUNT.
009900     MOVE WS-SRC-COUNT TO WS-SRC-HIT.
009910     MOVE WIF-MST-SRC TO WS-SRC-ID(WS-SRC-HIT).
009920     MOVE ZERO TO WS-SRC-REPLAYED(WS-SRC-HIT)
009930                  WS-SRC-NEWREJ(WS-SRC-HIT)
009940                  WS-SRC-NEWPASS(WS-SRC-HIT)
009950                  WS-SRC-CHGOUT(WS-SRC-HIT)
009960                  WS-SRC-STILLREJ(WS-SRC-HIT)
009970                  WS-SRC-DRIFT(WS-SRC-HIT)
009980                  WS-SRC-SMP-NEWREJ(WS-SRC-HIT)
009990                  WS-SRC-SMP-NEWPASS(WS-SRC-HIT)
010000                  WS-SRC-SMP-CHGOUT(WS-SRC-HIT).
010010 3100-FIND-SOURCE-EXIT.
010020     EXIT.
010030
010040*----------------------------------------------------------------
010050 3110-MATCH-SOURCE.
010060*----------------------------------------------------------------
010070     IF WS-SRC-ID(WS-SRC-SUB) = WIF-MST-SRC
010080         MOVE WS-SRC-SUB TO WS-SRC-HIT
010090     END-IF.
010100 3110-MATCH-SOURCE-EXIT.
010110     EXIT.
010120
010130*----------------------------------------------------------------
010140*    THE PAIR UNDER THE MASTER SET NAMED BY WS-SET-SUB - THE
010150*    ABCTMF AUTHORIZATION RULE OF ABC'S 2320 AND THE ROUTING-
010160*    CODE RULE OF ITS 2340, IN ABC'S ORDER, EACH SKIPPED WHEN
010170*    ITS MASTER IS EMPTY. THE FIRST FAILURE IS THE VERDICT.
010180*----------------------------------------------------------------
010190 4000-CHECK-PAIR.
010200*----------------------------------------------------------------
010210     MOVE SPACES TO WS-CHK-REASON.
010220     MOVE SPACES TO WS-CHK-CAUSE-TYPE.
010230     MOVE SPACES TO WS-CHK-CAUSE.
010240*    A PAIR RELEASED FROM HOLD IS CHECKED ON ITS ORIGINAL
010250*    BUSINESS DATE, NOT THE RELEASE NIGHT IT FILES UNDER.
010260     IF WIF-MST-ORIGDATE NOT = SPACES
010270         MOVE WIF-MST-ORIGDATE TO WS-AUTH-DATE
010280     ELSE
010290         MOVE WIF-MST-DATE TO WS-AUTH-DATE
010300     END-IF.
010310
010320     IF WS-TMF-COUNT(WS-SET-SUB) > ZERO
010330         MOVE "N" TO WS-TMF-CLIENT-SEEN-SW
010340         MOVE "N" TO WS-TMF-AUTH-SW
010350         PERFORM 4100-SCAN-TMF-ENTRY
010360             THRU 4100-SCAN-TMF-ENTRY-EXIT
010370             VARYING WS-TMF-SUB FROM 1 BY 1
010380             UNTIL WS-TMF-SUB > WS-TMF-COUNT(WS-SET-SUB)
010390         IF WS-TMF-CLIENT-SEEN AND NOT WS-TMF-AUTHORIZED
010400             MOVE "TEMPLATE NOT AUTHORIZED" TO WS-CHK-REASON
010410             MOVE "T"         TO WS-CHK-CAUSE-TYPE
010420             MOVE WS-TMPL-KEY TO WS-CHK-CAUSE
010430             GO TO 4000-CHECK-PAIR-EXIT
010440         END-IF
010450     END-IF.
010460
010470     IF WS-RCF-COUNT(WS-SET-SUB) = ZERO
010480         GO TO 4000-CHECK-PAIR-EXIT
010490     END-IF.
010500*    EVERY ITEM OF AN N-ELEMENT GROUP IS A ROUTING CODE AND IS
010510*    PROVED THE SAME WAY, STOPPING AT THE FIRST BAD ONE.
010520     IF WS-GROUP-ROW
010530         MOVE ZERO TO WS-GRP-SIZE
010540         IF WIF-MST-GRP-SIZE NUMERIC
010550             MOVE WIF-MST-GRP-SIZE TO WS-GRP-SIZE
010560         END-IF
010570         IF WS-GRP-SIZE > 12
010580             MOVE 12 TO WS-GRP-SIZE
010590         END-IF
010600         MOVE WIF-MST-GRP-ITEMS TO WS-GRP-ITEM-AREA
010610         PERFORM 4230-CHECK-GROUP-CODE
010620             THRU 4230-CHECK-GROUP-CODE-EXIT
010630             VARYING WS-GRP-SUB FROM 1 BY 1
010640             UNTIL WS-GRP-SUB > WS-GRP-SIZE
010650                 OR WS-CHK-REASON NOT = SPACES
010660         GO TO 4000-CHECK-PAIR-EXIT
010670     END-IF.
010680     MOVE WIF-MST-ORIG(1:2) TO WS-RCF-VALUE.
010690     PERFORM 4200-CHECK-ONE-CODE
010700         THRU 4200-CHECK-ONE-CODE-EXIT.
010710     IF WS-CHK-REASON NOT = SPACES
010720         GO TO 4000-CHECK-PAIR-EXIT
010730     END-IF.
010740     MOVE WIF-MST-ORIG(4:2) TO WS-RCF-VALUE.
010750     PERFORM 4200-CHECK-ONE-CODE
010760         THRU 4200-CHECK-ONE-CODE-EXIT.
010770     IF WS-CHK-REASON NOT = SPACES
010780         GO TO 4000-CHECK-PAIR-EXIT
010790     END-IF.
010800     MOVE WIF-MST-ORIG(7:2) TO WS-RCF-VALUE.
010810     PERFORM 4200-CHECK-ONE-CODE
010820         THRU 4200-CHECK-ONE-CODE-EXIT.
010830 4000-CHECK-PAIR-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870 4100-SCAN-TMF-ENTRY.
010880*----------------------------------------------------------------
010890     IF (WS-VAL-CLIENT NOT = SPACES
010900             AND WS-TMF-CLIENT(WS-SET-SUB, WS-TMF-SUB)
010910                 = WS-VAL-CLIENT)
010920             OR WS-TMF-CLIENT(WS-SET-SUB, WS-TMF-SUB) = "**"
010930         SET WS-TMF-CLIENT-SEEN TO TRUE
010940         IF WS-TMF-TMPL(WS-SET-SUB, WS-TMF-SUB) = WS-TMPL-KEY
010950                 AND WS-TMF-EFF(WS-SET-SUB, WS-TMF-SUB)
010960                     NOT > WS-AUTH-DATE
010970                 AND WS-TMF-EXP(WS-SET-SUB, WS-TMF-SUB)
010980                     NOT < WS-AUTH-DATE
010990                 AND WS-TMF-ALLOW(WS-SET-SUB, WS-TMF-SUB) = "Y"
011000             SET WS-TMF-AUTHORIZED TO TRUE
011010         END-IF
011020     END-IF.
011030 4100-SCAN-TMF-ENTRY-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------------
011070*    A ONE-DIGIT VALUE IS RIGHT-JUSTIFIED BEFORE THE LOOKUP SO
011080*    "7" MATCHES A MASTER ROW FOR "07", AS IN ABC'S 2341.
011090*----------------------------------------------------------------
011100 4200-CHECK-ONE-CODE.
011110*----------------------------------------------------------------
011120     IF WS-RCF-VALUE(2:1) = SPACE
011130         MOVE WS-RCF-VALUE(1:1) TO WS-RCF-VALUE(2:1)
011140         MOVE "0" TO WS-RCF-VALUE(1:1)
011150     END-IF.
011160     MOVE "N" TO WS-RCF-SEEN-SW.
011170     MOVE "N" TO WS-RCF-LIVE-SW.
011180     PERFORM 4210-SCAN-RCF-ENTRY
011190         THRU 4210-SCAN-RCF-ENTRY-EXIT
011200         VARYING WS-RCF-SUB FROM 1 BY 1
011210         UNTIL WS-RCF-SUB > WS-RCF-COUNT(WS-SET-SUB)
011220             OR WS-RCF-CODE-LIVE.
011230     IF NOT WS-RCF-CODE-SEEN
011240         MOVE "UNKNOWN ROUTING CODE" TO WS-CHK-REASON
011250     ELSE
011260         IF NOT WS-RCF-CODE-LIVE
011270             MOVE "INACTIVE ROUTING CODE" TO WS-CHK-REASON
011280         END-IF
011290     END-IF.
011300     IF WS-CHK-REASON NOT = SPACES
011310         MOVE "C"          TO WS-CHK-CAUSE-TYPE
011320         MOVE WS-RCF-VALUE TO WS-CHK-CAUSE
011330     END-IF.
011340 4200-CHECK-ONE-CODE-EXIT.
011350     EXIT.
011360
011370*----------------------------------------------------------------
011380 4210-SCAN-RCF-ENTRY.
011390*----------------------------------------------------------------
011400     IF WS-RCF-CODE(WS-SET-SUB, WS-RCF-SUB) = WS-RCF-VALUE
011410         SET WS-RCF-CODE-SEEN TO TRUE
011420         IF WS-RCF-ACTV(WS-SET-SUB, WS-RCF-SUB) = "Y"
011430                 AND WS-RCF-EFF(WS-SET-SUB, WS-RCF-SUB)
011440                     NOT > WS-AUTH-DATE
011450                 AND WS-RCF-EXP(WS-SET-SUB, WS-RCF-SUB)
011460                     NOT < WS-AUTH-DATE
011470             SET WS-RCF-CODE-LIVE TO TRUE
011480         END-IF
011490     END-IF.
011500 4210-SCAN-RCF-ENTRY-EXIT.
011510     EXIT.
011520
011530*----------------------------------------------------------------
011540 4230-CHECK-GROUP-CODE.
011550*----------------------------------------------------------------
011560     MOVE WS-GRP-ITEM-VAL(WS-GRP-SUB) TO WS-RCF-VALUE.
011570     PERFORM 4200-CHECK-ONE-CODE
011580         THRU 4200-CHECK-ONE-CODE-EXIT.
011590 4230-CHECK-GROUP-CODE-EXIT.
011600     EXIT.
011610
011620*----------------------------------------------------------------
011630*    RE-RUN THE ORIGINAL A/B/C AND TEMPLATE THROUGH THE SAME
011640*    ABCXFM CALL THE NIGHTLY RUN MAKES, REBUILT IN THE MASTER'S
011650*    TWO-CHAR-PER-VALUE SHAPE FOR A PLAIN COMPARE, AS ABCRPR
011660*    DOES.
011670*----------------------------------------------------------------
011680 4500-RERUN-TRANSFORM.
011690*----------------------------------------------------------------
011700     MOVE "F" TO WS-XFM-FUNCTION.
011710     MOVE WIF-MST-ORIG(1:2) TO WS-XFM-A.
011720     MOVE WIF-MST-ORIG(4:2) TO WS-XFM-B.
011730     MOVE WIF-MST-ORIG(7:2) TO WS-XFM-C.
011740     MOVE WS-TMPL-KEY(1:1)  TO WS-XFM-X.
011750     MOVE WS-TMPL-KEY(2:1)  TO WS-XFM-Y.
011760     MOVE WS-TMPL-KEY(3:1)  TO WS-XFM-Z.
011770     CALL "ABCXFM" USING WS-XFM-AREA.
011780     MOVE SPACES TO WS-NEW-OUT.
011790     MOVE WS-XFM-A TO WS-NEW-OUT(1:2).
011800     MOVE WS-XFM-B TO WS-NEW-OUT(4:2).
011810     MOVE WS-XFM-C TO WS-NEW-OUT(7:2).
011820 4500-RERUN-TRANSFORM-EXIT.
011830     EXIT.
011840
011850*----------------------------------------------------------------
011860*    RE-RUN A GROUP ROW THROUGH THE SAME ABCNXF CALL, AS ABCRPR
011870*    DOES. A ROW THE SUBPROGRAM CANNOT TAKE KEEPS ITS OLD OUT
011880*    RATHER THAN RAISE A FALSE CHANGE.
011890*----------------------------------------------------------------
011900 4600-RERUN-GROUP.
011910*----------------------------------------------------------------
011920     MOVE WS-OLD-OUT TO WS-NEW-OUT.
011930     IF WIF-MST-GRP-SIZE NOT NUMERIC
011940         GO TO 4600-RERUN-GROUP-EXIT
011950     END-IF.
011960     MOVE SPACES TO WS-NXF-AREA.
011970     MOVE "F" TO WS-NXF-FUNCTION.
011980     MOVE WIF-MST-GRP-SIZE  TO WS-NXF-COUNT.
011990     MOVE WIF-MST-GRP-ITEMS TO WS-GRP-ITEM-AREA.
012000     MOVE WIF-MST-GRP-RANKS TO WS-GRP-RANK-AREA.
012010     PERFORM 4610-LOAD-GROUP-SLOT
012020         THRU 4610-LOAD-GROUP-SLOT-EXIT
012030         VARYING WS-GRP-SUB FROM 1 BY 1
012040         UNTIL WS-GRP-SUB > 12.
012050     CALL "ABCNXF" USING WS-NXF-AREA.
012060     IF NOT WS-NXF-OK
012070         GO TO 4600-RERUN-GROUP-EXIT
012080     END-IF.
012090     MOVE SPACES TO WS-GRP-OUT-AREA.
012100     PERFORM 4620-STORE-GROUP-OUT
012110         THRU 4620-STORE-GROUP-OUT-EXIT
012120         VARYING WS-GRP-SUB FROM 1 BY 1
012130         UNTIL WS-GRP-SUB > WS-NXF-COUNT.
012140     MOVE WS-GRP-OUT-AREA TO WS-NEW-OUT.
012150 4600-RERUN-GROUP-EXIT.
012160     EXIT.
012170
012180*----------------------------------------------------------------
012190*    A SLOT PAST THE GROUP'S SIZE IS LEFT BLANK IN THE MASTER;
012200*    ITS RANK IS ZEROED SO THE COMMAREA STAYS NUMERIC.
012210*----------------------------------------------------------------
012220 4610-LOAD-GROUP-SLOT.
012230*----------------------------------------------------------------
012240     MOVE WS-GRP-ITEM-VAL(WS-GRP-SUB)
012250         TO WS-NXF-ITEM(WS-GRP-SUB).
012260     IF WS-GRP-RANK-VAL(WS-GRP-SUB) NUMERIC
012270         MOVE WS-GRP-RANK-VAL(WS-GRP-SUB)
012280             TO WS-NXF-RANK(WS-GRP-SUB)
012290     ELSE
012300         MOVE ZERO TO WS-NXF-RANK(WS-GRP-SUB)
012310     END-IF.
012320 4610-LOAD-GROUP-SLOT-EXIT.
012330     EXIT.
012340
012350*----------------------------------------------------------------
012360 4620-STORE-GROUP-OUT.
012370*----------------------------------------------------------------
012380     MOVE WS-NXF-OUT-ITEM(WS-GRP-SUB)
012390         TO WS-GRP-OUT-VAL(WS-GRP-SUB).
012400 4620-STORE-GROUP-OUT-EXIT.
012410     EXIT.
012420
012430*----------------------------------------------------------------
012440*    COUNT A MOVED PAIR AGAINST THE TOTALS, ITS SOURCE-ID AND
012450*    THE TEMPLATE OR ROUTING CODE RESPONSIBLE, AND PRINT IT AS
012460*    A SAMPLE WHILE ITS SOURCE-ID HAS FEWER THAN THREE OF THE
012470*    KIND.
012480*----------------------------------------------------------------
012490 5000-TALLY-IMPACT.
012500*----------------------------------------------------------------
012510     PERFORM 5100-FIND-CAUSE
012520         THRU 5100-FIND-CAUSE-EXIT.
012530     EVALUATE TRUE
012540         WHEN WS-IMPACT-NEWREJ
012550             ADD 1 TO WS-NEWREJ-COUNT
012560             IF WS-KEY-HIT > ZERO
012570                 ADD 1 TO WS-KEY-NEWREJ(WS-KEY-HIT)
012580             END-IF
012590             IF WS-SRC-HIT > ZERO
012600                 ADD 1 TO WS-SRC-NEWREJ(WS-SRC-HIT)
012610                 IF WS-SRC-SMP-NEWREJ(WS-SRC-HIT)
012620                         < WS-SAMPLE-MAX
012630                     ADD 1 TO WS-SRC-SMP-NEWREJ(WS-SRC-HIT)
012640                     PERFORM 5500-WRITE-SAMPLE
012650                         THRU 5500-WRITE-SAMPLE-EXIT
012660                 END-IF
012670             END-IF
012680         WHEN WS-IMPACT-NEWPASS
012690             ADD 1 TO WS-NEWPASS-COUNT
012700             IF WS-KEY-HIT > ZERO
012710                 ADD 1 TO WS-KEY-NEWPASS(WS-KEY-HIT)
012720             END-IF
012730             IF WS-SRC-HIT > ZERO
012740                 ADD 1 TO WS-SRC-NEWPASS(WS-SRC-HIT)
012750                 IF WS-SRC-SMP-NEWPASS(WS-SRC-HIT)
012760                         < WS-SAMPLE-MAX
012770                     ADD 1 TO WS-SRC-SMP-NEWPASS(WS-SRC-HIT)
012780                     PERFORM 5500-WRITE-SAMPLE
012790                         THRU 5500-WRITE-SAMPLE-EXIT
012800                 END-IF
012810             END-IF
012820         WHEN OTHER
012830             ADD 1 TO WS-CHGOUT-COUNT
012840             IF WS-KEY-HIT > ZERO
012850                 ADD 1 TO WS-KEY-CHGOUT(WS-KEY-HIT)
012860             END-IF
012870             IF WS-SRC-HIT > ZERO
012880                 ADD 1 TO WS-SRC-CHGOUT(WS-SRC-HIT)
012890                 IF WS-SRC-SMP-CHGOUT(WS-SRC-HIT)
012900                         < WS-SAMPLE-MAX
012910                     ADD 1 TO WS-SRC-SMP-CHGOUT(WS-SRC-HIT)
012920                     PERFORM 5500-WRITE-SAMPLE
012930                         THRU 5500-WRITE-SAMPLE-EXIT
012940                 END-IF
012950             END-IF
012960     END-EVALUATE.
012970 5000-TALLY-IMPACT-EXIT.
012980     EXIT.
012990
013000*----------------------------------------------------------------
013010*    THE CAUSE ON THE CAUSE TABLE, ADDED ON FIRST SIGHT. A FULL
013020*    TABLE LEAVES WS-KEY-HIT ZERO - THE PAIR STILL COUNTS IN
013030*    THE TOTALS AND AGAINST ITS SOURCE-ID.
013040*----------------------------------------------------------------
013050 5100-FIND-CAUSE.
013060*----------------------------------------------------------------
013070     MOVE ZERO TO WS-KEY-HIT.
013080     PERFORM 5110-MATCH-CAUSE
013090         THRU 5110-MATCH-CAUSE-EXIT
013100         VARYING WS-KEY-SUB FROM 1 BY 1
013110         UNTIL WS-KEY-SUB > WS-KEY-COUNT OR WS-KEY-HIT > ZERO.
013120     IF WS-KEY-HIT > ZERO
013130         GO TO 5100-FIND-CAUSE-EXIT
013140     END-IF.
013150     IF WS-KEY-COUNT = WS-KEY-MAX
013160         IF NOT WS-KEY-FULL
013170             DISPLAY "ABCWIF: MORE THAN " WS-KEY-MAX
013180                 " TEMPLATES/CODES - LATER ONES IN TOTALS ONLY"
013190         END-IF
013200         SET WS-KEY-FULL TO TRUE
013210         GO TO 5100-FIND-CAUSE-EXIT
013220     END-IF.
013230     ADD 1 TO WS-KEY-COUNT.
013240     MOVE WS-KEY-COUNT TO WS-KEY-HIT.
013250     MOVE WS-TALLY-CAUSE-TYPE TO WS-KEY-TYPE(WS-KEY-HIT).
013260     MOVE WS-TALLY-CAUSE      TO WS-KEY-VALUE(WS-KEY-HIT).
013270     MOVE ZERO TO WS-KEY-NEWREJ(WS-KEY-HIT)
013280                  WS-KEY-NEWPASS(WS-KEY-HIT)
013290                  WS-KEY-CHGOUT(WS-KEY-HIT).
013300 5100-FIND-CAUSE-EXIT.
013310     EXIT.
013320
013330*----------------------------------------------------------------
013340 5110-MATCH-CAUSE.
013350*----------------------------------------------------------------
013360     IF WS-KEY-TYPE(WS-KEY-SUB) = WS-TALLY-CAUSE-TYPE
013370             AND WS-KEY-VALUE(WS-KEY-SUB) = WS-TALLY-CAUSE
013380         MOVE WS-KEY-SUB TO WS-KEY-HIT
013390     END-IF.
013400 5110-MATCH-CAUSE-EXIT.
013410     EXIT.
013420
013430*----------------------------------------------------------------
013440*    ONE SAMPLE PAIR, IN ABCRPR'S DELTA-LINE SHAPE, THEN WHY IT
013450*    MOVED. A GROUP ROW IS FOLLOWED BY ITS WHOLE GROUP.
013460*----------------------------------------------------------------
013470 5500-WRITE-SAMPLE.
013480*----------------------------------------------------------------
013490     MOVE SPACES TO WS-PRT-DETAIL.
013500     EVALUATE TRUE
013510         WHEN WS-IMPACT-NEWREJ
013520             MOVE "NEWLY REJECTED" TO WS-PRT-KIND
013530             MOVE WS-WB-REASON     TO WS-PRT-DETAIL
013540         WHEN WS-IMPACT-NEWPASS
013550             MOVE "NEWLY PASSING"  TO WS-PRT-KIND
013560             STRING
013570                 "NOW "            DELIMITED BY SIZE
013580                 WS-CUR-REASON     DELIMITED BY "  "
013590                 INTO WS-PRT-DETAIL
013600             END-STRING
013610         WHEN OTHER
013620             MOVE "OUT CHANGED"    TO WS-PRT-KIND
013630             STRING
013640                 "CUR OUT=["       DELIMITED BY SIZE
013650                 WS-CUR-OUT(1:8)   DELIMITED BY SIZE
013660                 "] NEW OUT=["     DELIMITED BY SIZE
013670                 WS-WB-OUT(1:8)    DELIMITED BY SIZE
013680                 "]"               DELIMITED BY SIZE
013690                 INTO WS-PRT-DETAIL
013700             END-STRING
013710     END-EVALUATE.
013720     PERFORM 7900-EDIT-CAUSE
013730         THRU 7900-EDIT-CAUSE-EXIT.
013740     MOVE SPACES TO WIF-RPT-REC.
013750     STRING
013760         "  "                      DELIMITED BY SIZE
013770         WS-PRT-KIND               DELIMITED BY SIZE
013780         " "                       DELIMITED BY SIZE
013790         WIF-MST-DATE              DELIMITED BY SIZE
013800         " REC "                   DELIMITED BY SIZE
013810         WIF-MST-RECNO             DELIMITED BY SIZE
013820         " SRC="                   DELIMITED BY SIZE
013830         WIF-MST-SRC               DELIMITED BY SIZE
013840         " ORIG=["                 DELIMITED BY SIZE
013850         WIF-MST-ORIG              DELIMITED BY SIZE
013860         "] TMPL="                 DELIMITED BY SIZE
013870         WS-TMPL-KEY               DELIMITED BY SIZE
013880         " OUT=["                  DELIMITED BY SIZE
013890         WIF-MST-OUT               DELIMITED BY SIZE
013900         "] "                      DELIMITED BY SIZE
013910         WS-PRT-DETAIL             DELIMITED BY "  "
013920         INTO WIF-RPT-REC
013930     END-STRING.
013940     WRITE WIF-RPT-REC.
013950     IF NOT WS-IMPACT-CHGOUT
013960         MOVE SPACES TO WIF-RPT-REC
013970         STRING
013980             "                 CAUSE: " DELIMITED BY SIZE
013990             WS-PRT-CAUSE          DELIMITED BY SIZE
014000             INTO WIF-RPT-REC
014010         END-STRING
014020         WRITE WIF-RPT-REC
014030     END-IF.
014040     IF WS-GROUP-ROW
014050         MOVE SPACES TO WIF-RPT-REC
014060         STRING
014070             "                 GROUP OF " DELIMITED BY SIZE
014080             WIF-MST-GRP-SIZE      DELIMITED BY SIZE
014090             " ITEMS=["            DELIMITED BY SIZE
014100             FUNCTION TRIM(WIF-MST-GRP-ITEMS)
014110                                   DELIMITED BY SIZE
014120             "] OUT=["             DELIMITED BY SIZE
014130             FUNCTION TRIM(WIF-MST-GRP-OUT)
014140                                   DELIMITED BY SIZE
014150             "]"                   DELIMITED BY SIZE
014160             INTO WIF-RPT-REC
014170         END-STRING
014180         WRITE WIF-RPT-REC
014190         IF WS-IMPACT-CHGOUT
014200             MOVE SPACES TO WIF-RPT-REC
014210             STRING
014220                 "                 GROUP NEW OUT=["
014230                                   DELIMITED BY SIZE
014240                 FUNCTION TRIM(WS-WB-OUT)
014250                                   DELIMITED BY SIZE
014260                 "]"               DELIMITED BY SIZE
014270                 INTO WIF-RPT-REC
014280             END-STRING
014290             WRITE WIF-RPT-REC
014300         END-IF
014310     END-IF.
014320 5500-WRITE-SAMPLE-EXIT.
014330     EXIT.
014340
014350*----------------------------------------------------------------
014360*    IMPACT BY SOURCE-ID, IN THE ORDER THE SOURCES WERE FIRST
014370*    MET ON THE MASTER.
014380*----------------------------------------------------------------
014390 7000-WRITE-SOURCE-SUMMARY.
014400*----------------------------------------------------------------
014410     MOVE SPACES TO WIF-RPT-REC.
014420     WRITE WIF-RPT-REC.
014430     MOVE "IMPACT BY SOURCE-ID" TO WIF-RPT-REC.
014440     WRITE WIF-RPT-REC.
014450     MOVE SPACES TO WIF-RPT-REC.
014460     STRING
014470         "  SRC   REPLAYED  NEWLY-REJ  NEWLY-PASS  OUT-CHANGED"
014480                                   DELIMITED BY SIZE
014490         "  STILL-REJ  OUT-DRIFT"  DELIMITED BY SIZE
014500         INTO WIF-RPT-REC
014510     END-STRING.
014520     WRITE WIF-RPT-REC.
014530     PERFORM 7100-WRITE-SOURCE-LINE
014540         THRU 7100-WRITE-SOURCE-LINE-EXIT
014550         VARYING WS-SRC-SUB FROM 1 BY 1
014560         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
014570     IF WS-SRC-FULL
014580         MOVE "  (SOURCE TABLE FULL - LATER SOURCE-IDS IN THE TOT
014590-            "ALS ONLY)" TO WIF-RPT-REC
014600         WRITE WIF-RPT-REC
014610     END-IF.
014620 7000-WRITE-SOURCE-SUMMARY-EXIT.
014630     EXIT.
014640
014650*----------------------------------------------------------------
014660 7100-WRITE-SOURCE-LINE.
014670*----------------------------------------------------------------
014680     MOVE SPACES TO WIF-RPT-REC.
014690     MOVE WS-SRC-ID(WS-SRC-SUB)       TO WIF-RPT-REC(3:2).
014700     MOVE WS-SRC-REPLAYED(WS-SRC-SUB) TO WIF-RPT-REC(9:7).
014710     MOVE WS-SRC-NEWREJ(WS-SRC-SUB)   TO WIF-RPT-REC(20:7).
014720     MOVE WS-SRC-NEWPASS(WS-SRC-SUB)  TO WIF-RPT-REC(31:7).
014730     MOVE WS-SRC-CHGOUT(WS-SRC-SUB)   TO WIF-RPT-REC(44:7).
014740     MOVE WS-SRC-STILLREJ(WS-SRC-SUB) TO WIF-RPT-REC(55:7).
014750     MOVE WS-SRC-DRIFT(WS-SRC-SUB)    TO WIF-RPT-REC(66:7).
014760     WRITE WIF-RPT-REC.
014770 7100-WRITE-SOURCE-LINE-EXIT.
014780     EXIT.
014790
014800*----------------------------------------------------------------
014810*    IMPACT BY THE TEMPLATE OR ROUTING CODE RESPONSIBLE - THE
014820*    RULE THE WOULD-BE MASTERS FAIL A NEWLY-REJECTED PAIR ON,
014830*    THE ONE THE CURRENT MASTERS FAIL A NEWLY-PASSING PAIR ON,
014840*    AND THE TEMPLATE OF A PAIR WHOSE OUT CHANGED BETWEEN THE
014850*    TWO SETS. OUT DRIFT IS NO CAUSE'S AND IS NOT ENTERED.
014860*----------------------------------------------------------------
014870 7200-WRITE-CAUSE-SUMMARY.
014880*----------------------------------------------------------------
014890     MOVE SPACES TO WIF-RPT-REC.
014900     WRITE WIF-RPT-REC.
014910     MOVE "IMPACT BY TEMPLATE / ROUTING CODE" TO WIF-RPT-REC.
014920     WRITE WIF-RPT-REC.
014930     IF WS-KEY-COUNT = ZERO
014940         MOVE "  NONE - NO REPLAYED PAIR MOVED" TO WIF-RPT-REC
014950         WRITE WIF-RPT-REC
014960         GO TO 7200-WRITE-CAUSE-SUMMARY-EXIT
014970     END-IF.
014980     MOVE SPACES TO WIF-RPT-REC.
014990     STRING
015000         "  CAUSE                NEWLY-REJ  NEWLY-PASS  OUT-CHAN"
015010                                   DELIMITED BY SIZE
015020         "GED"                     DELIMITED BY SIZE
015030         INTO WIF-RPT-REC
015040     END-STRING.
015050     WRITE WIF-RPT-REC.
015060     PERFORM 7210-WRITE-CAUSE-LINE
015070         THRU 7210-WRITE-CAUSE-LINE-EXIT
015080         VARYING WS-KEY-SUB FROM 1 BY 1
015090         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
015100     IF WS-KEY-FULL
015110         MOVE "  (CAUSE TABLE FULL - LATER TEMPLATES/CODES IN THE
015120-            " TOTALS ONLY)" TO WIF-RPT-REC
015130         WRITE WIF-RPT-REC
015140     END-IF.
015150 7200-WRITE-CAUSE-SUMMARY-EXIT.
015160     EXIT.
015170
015180*----------------------------------------------------------------
015190 7210-WRITE-CAUSE-LINE.
015200*----------------------------------------------------------------
015210     MOVE WS-KEY-TYPE(WS-KEY-SUB)  TO WS-TALLY-CAUSE-TYPE.
015220     MOVE WS-KEY-VALUE(WS-KEY-SUB) TO WS-TALLY-CAUSE.
015230     PERFORM 7900-EDIT-CAUSE
015240         THRU 7900-EDIT-CAUSE-EXIT.
015250     MOVE SPACES TO WIF-RPT-REC.
015260     MOVE WS-PRT-CAUSE               TO WIF-RPT-REC(3:18).
015270     MOVE WS-KEY-NEWREJ(WS-KEY-SUB)  TO WIF-RPT-REC(26:7).
015280     MOVE WS-KEY-NEWPASS(WS-KEY-SUB) TO WIF-RPT-REC(37:7).
015290     MOVE WS-KEY-CHGOUT(WS-KEY-SUB)  TO WIF-RPT-REC(50:7).
015300     WRITE WIF-RPT-REC.
015310 7210-WRITE-CAUSE-LINE-EXIT.
015320     EXIT.
015330
015340*----------------------------------------------------------------
015350 7500-WRITE-TOTALS.
015360*----------------------------------------------------------------
015370     MOVE SPACES TO WIF-RPT-REC.
015380     WRITE WIF-RPT-REC.
015390     MOVE SPACES TO WIF-RPT-REC.
015400     STRING
015410         "  MASTER ROWS: "         DELIMITED BY SIZE
015420         WS-ROW-COUNT              DELIMITED BY SIZE
015430         "  REPLAYED: "            DELIMITED BY SIZE
015440         WS-REPLAY-COUNT           DELIMITED BY SIZE
015450         "  UNCHANGED: "           DELIMITED BY SIZE
015460         WS-UNCHANGED-COUNT        DELIMITED BY SIZE
015470         "  NEWLY REJECTED: "      DELIMITED BY SIZE
015480         WS-NEWREJ-COUNT           DELIMITED BY SIZE
015490         "  NEWLY PASSING: "       DELIMITED BY SIZE
015500         WS-NEWPASS-COUNT          DELIMITED BY SIZE
015510         INTO WIF-RPT-REC
015520     END-STRING.
015530     WRITE WIF-RPT-REC.
015540     MOVE SPACES TO WIF-RPT-REC.
015550     STRING
015560         "  OUT CHANGED: "         DELIMITED BY SIZE
015570         WS-CHGOUT-COUNT           DELIMITED BY SIZE
015580         "  STILL REJECTED UNDER THE CURRENT MASTERS: "
015590                                   DELIMITED BY SIZE
015600         WS-STILLREJ-COUNT         DELIMITED BY SIZE
015610         " (SEE ABCRPR)"           DELIMITED BY SIZE
015620         INTO WIF-RPT-REC
015630     END-STRING.
015640     WRITE WIF-RPT-REC.
015650     MOVE SPACES TO WIF-RPT-REC.
015660     STRING
015670         "  OUT DRIFT SINCE THE AUDIT MASTER UNDER THE CURRENT "
015680                                   DELIMITED BY SIZE
015690         "MASTERS: "               DELIMITED BY SIZE
015700         WS-DRIFT-COUNT            DELIMITED BY SIZE
015710         " (SEE ABCRPR)"           DELIMITED BY SIZE
015720         INTO WIF-RPT-REC
015730     END-STRING.
015740     WRITE WIF-RPT-REC.
015750     MOVE SPACES TO WIF-RPT-REC.
015760     EVALUATE TRUE
015770         WHEN WS-REPLAY-COUNT = ZERO
015780             MOVE "  VERDICT: NOTHING TO REPLAY - NO DATED ROWS ON
015790-                " THE AUDIT MASTER" TO WIF-RPT-REC
015800         WHEN WS-NEWREJ-COUNT > ZERO OR WS-CHGOUT-COUNT > ZERO
015810             MOVE "  VERDICT: REVIEW BEFORE APPLYING - REPLAYED PA
015820-                "IRS WOULD NEWLY REJECT OR CHANGE OUT"
015830                 TO WIF-RPT-REC
015840         WHEN WS-NEWPASS-COUNT > ZERO
015850             MOVE "  VERDICT: BATCH ONLY WIDENS WHAT PASSES - NO R
015860-                "EPLAYED PAIR WOULD NEWLY REJECT"
015870                 TO WIF-RPT-REC
015880         WHEN OTHER
015890             MOVE "  VERDICT: NO IMPACT ON THE REPLAYED DATES"
015900                 TO WIF-RPT-REC
015910     END-EVALUATE.
015920     WRITE WIF-RPT-REC.
015930     IF WS-NEWREJ-COUNT > ZERO OR WS-CHGOUT-COUNT > ZERO
015940         DISPLAY "ABCWIF: " WS-NEWREJ-COUNT " NEWLY REJECTED, "
015950             WS-CHGOUT-COUNT " OUT CHANGED - SEE ABCWIR"
015960     END-IF.
015970 7500-WRITE-TOTALS-EXIT.
015980     EXIT.
015990
016000*----------------------------------------------------------------
016010*    A CAUSE AS PRINTED - "TEMPLATE XXX" OR "ROUTING CODE NN".
016020*----------------------------------------------------------------
016030 7900-EDIT-CAUSE.
016040*----------------------------------------------------------------
016050     MOVE SPACES TO WS-PRT-CAUSE.
016060     EVALUATE TRUE
016070         WHEN WS-IMPACT-NEWREJ AND WS-TALLY-CAUSE-TYPE = SPACES
016080             MOVE WS-WB-CAUSE-TYPE  TO WS-TALLY-CAUSE-TYPE
016090             MOVE WS-WB-CAUSE       TO WS-TALLY-CAUSE
016100         WHEN WS-IMPACT-NEWPASS AND WS-TALLY-CAUSE-TYPE = SPACES
016110             MOVE WS-CUR-CAUSE-TYPE TO WS-TALLY-CAUSE-TYPE
016120             MOVE WS-CUR-CAUSE      TO WS-TALLY-CAUSE
016130     END-EVALUATE.
016140     IF WS-TALLY-CAUSE-TYPE = "C"
016150         STRING
016160             "ROUTING CODE "       DELIMITED BY SIZE
016170             WS-TALLY-CAUSE(1:2)   DELIMITED BY SIZE
016180             INTO WS-PRT-CAUSE
016190         END-STRING
016200     ELSE
016210         STRING
016220             "TEMPLATE "           DELIMITED BY SIZE
016230             WS-TALLY-CAUSE        DELIMITED BY SIZE
016240             INTO WS-PRT-CAUSE
016250         END-STRING
016260     END-IF.
016270 7900-EDIT-CAUSE-EXIT.
016280     EXIT.
016290
016300*----------------------------------------------------------------
016310 9000-TERMINATE.
016320*----------------------------------------------------------------
016330     IF WS-MST-OPEN
016340         CLOSE WIF-MST-FILE
016350     END-IF.
016360     IF ABCWIR-OK
016370         CLOSE WIF-RPT-FILE
016380     END-IF.
016390
016400     PERFORM 9700-SET-RETURN-CODE
016410         THRU 9700-SET-RETURN-CODE-EXIT.
016420 9000-TERMINATE-EXIT.
016430     EXIT.
016440
016450*----------------------------------------------------------------
016460*    SETS RETURN-CODE FOR THE SCHEDULER TO BRANCH ON:
016470*        00  NO REPLAYED PAIR WOULD MOVE - THE BATCH HAS NO
016480*            EFFECT ON THE DATES REPLAYED.
016490*        04  THE BATCH ONLY MAKES PAIRS NEWLY PASS, OR THERE
016500*            WAS NOTHING TO REPLAY, OR A SUMMARY TABLE FILLED.
016510*        08  REPLAYED PAIRS WOULD NEWLY REJECT OR CHANGE OUT -
016520*            REVIEW ABCWIR BEFORE THE BATCH IS APPLIED.
016530*        STILL REJECTED AND OUT DRIFT PAIRS ARE THE CURRENT
016540*        MASTERS' DISAGREEMENT WITH THE AUDIT MASTER, NOT THE
016550*        BATCH'S, AND DO NOT RAISE THE RETURN CODE.
016560*        16  FATAL - BAD PARM, A MASTER OR THE AUDIT MASTER
016570*            COULD NOT BE OPENED OR OVERFLOWED ITS TABLE, OR
016580*            ABCWIR COULD NOT BE OPENED.
016590*----------------------------------------------------------------
016600 9700-SET-RETURN-CODE.
016610*----------------------------------------------------------------
016620     IF WS-FATAL-ERROR
016630         MOVE 16 TO RETURN-CODE
016640     ELSE
016650         IF WS-NEWREJ-COUNT > ZERO OR WS-CHGOUT-COUNT > ZERO
016660             MOVE 08 TO RETURN-CODE
016670         ELSE
016680             IF WS-NEWPASS-COUNT > ZERO
016690                     OR WS-REPLAY-COUNT = ZERO
016700                     OR WS-SRC-FULL OR WS-KEY-FULL
016710                 MOVE 04 TO RETURN-CODE
016720             ELSE
016730                 MOVE 00 TO RETURN-CODE
016740             END-IF
016750         END-IF
016760     END-IF.
016770 9700-SET-RETURN-CODE-EXIT.
016780     EXIT.
