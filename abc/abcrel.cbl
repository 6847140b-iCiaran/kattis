000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ABCREL.
000120 AUTHOR.        C MORGAN.
000130 INSTALLATION.  ROUTING SYSTEMS GROUP.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 CAM   ORIGINAL VERSION. MORNING RELEASE STEP FOR THE
000210*                  FEEDER BATCHES ABCCOL HELD OVERNIGHT. READS THE
000220*                  HELD-BATCH FILE (ABCHLI - HLD TAG + THE FEED'S
000230*                  LINES AS THEY ARRIVED, PER BATCH) AND A DECK OF
000240*                  RELEASE CARDS (ABCRLC) KEYED BY SOURCE-ID AND
000250*                  ORIGINAL BUSINESS DATE. REL RELEASES THE BATCH
000260*                  AS HELD, COR RELEASES THE CORRECTED EXTRACT
000270*                  THE FEEDER RE-SENT ON ABCCOR IN ITS PLACE (ONCE
000280*                  ITS OWN HDR/TRL PROVE IT), DEL DISCARDS IT.
000290*                  A RELEASED BATCH IS WRITTEN TO ABCRLO IN THE
000300*                  ABCIN LAYOUT UNDER ITS OWN HDR - ORIGINAL
000310*                  SOURCE-ID AND BUSINESS DATE, RE-COUNTED, AND
000320*                  FLAGGED R SO ABC WAIVES THE DATE PROOF - ITS
000330*                  PAIRS STAMPED AS ABCCOL STAMPS THEM AND A
000340*                  RE-BALANCED TRL. ABCCOL COPIES ABCRLO INTO THE
000350*                  NEXT NIGHT'S ABCIN. BATCHES WITH NO CARD, OR
000360*                  WHOSE CORRECTION DID NOT PROVE, STAY ON THE
000370*                  NEW HELD FILE (ABCHLO). RELEASES ALREADY
000380*                  WAITING ON ABCRLI FROM AN EARLIER RUN THE SAME
000390*                  DAY ARE CARRIED FORWARD AHEAD OF TODAY'S. THE
000400*                  ABCRLR REPORT SHOWS EVERY CARD AND EVERY
000410*                  BATCH'S DISPOSITION.
000420*
000430*                  RELEASE CARD LAYOUT (ABCRLC):
000440*                      COLS  1-3   ACTION - REL, COR OR DEL
000450*                      COLS  5-6   SOURCE-ID FROM THE HLD TAG
000460*                      COLS  8-15  ORIGINAL BUSINESS DATE FROM
000470*                                  THE HLD TAG (YYYYMMDD)
000480*                      COLS 17-46  COMMENT - WHO APPROVED, WHY
000490*----------------------------------------------------------------
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT REL-HLI-FILE ASSIGN TO "ABCHLI"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ABCHLI-STATUS.
000570
000580     SELECT REL-CARD-FILE ASSIGN TO "ABCRLC"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ABCRLC-STATUS.
000610
000620     SELECT REL-COR-FILE ASSIGN TO "ABCCOR"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ABCCOR-STATUS.
000650
000660     SELECT REL-RLI-FILE ASSIGN TO "ABCRLI"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ABCRLI-STATUS.
000690
000700     SELECT REL-RLO-FILE ASSIGN TO "ABCRLO"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ABCRLO-STATUS.
000730
000740     SELECT REL-HLO-FILE ASSIGN TO "ABCHLO"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ABCHLO-STATUS.
000770
000780     SELECT REL-RPT-FILE ASSIGN TO "ABCRLR"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ABCRLR-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  REL-HLI-FILE.
000850 01  REL-HLI-REC                 PIC X(80).
000860
000870 FD  REL-CARD-FILE.
000880 01  REL-CARD-REC.
000890     05  REL-CARD-ACTION         PIC X(03).
000900     05  FILLER                  PIC X(01).
000910     05  REL-CARD-SRC            PIC X(02).
000920     05  FILLER                  PIC X(01).
000930     05  REL-CARD-DATE           PIC X(08).
000940     05  FILLER                  PIC X(01).
000950     05  REL-CARD-TEXT           PIC X(30).
000960     05  FILLER                  PIC X(34).
000970
000980 FD  REL-COR-FILE.
000990 01  REL-COR-REC                 PIC X(50).
001000
001010 FD  REL-RLI-FILE.
001020 01  REL-RLI-REC                 PIC X(50).
001030
001040 FD  REL-RLO-FILE.
001050 01  REL-RLO-REC                 PIC X(50).
001060
001070 FD  REL-HLO-FILE.
001080 01  REL-HLO-REC                 PIC X(80).
001090
001100 FD  REL-RPT-FILE.
001110 01  REL-RPT-REC                 PIC X(100).
001120
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150* FILE STATUS AND END-OF-FILE SWITCHES
001160*----------------------------------------------------------------
001170 01  WS-ABCHLI-STATUS            PIC X(02).
001180     88  ABCHLI-OK               VALUE "00".
001190     88  ABCHLI-EOF              VALUE "10".
001200
001210 01  WS-ABCRLC-STATUS            PIC X(02).
001220     88  ABCRLC-OK               VALUE "00".
001230     88  ABCRLC-EOF              VALUE "10".
001240
001250 01  WS-ABCCOR-STATUS            PIC X(02).
001260     88  ABCCOR-OK               VALUE "00".
001270     88  ABCCOR-EOF              VALUE "10".
001280
001290 01  WS-ABCRLI-STATUS            PIC X(02).
001300     88  ABCRLI-OK               VALUE "00".
001310     88  ABCRLI-EOF              VALUE "10".
001320
001330 01  WS-ABCRLO-STATUS            PIC X(02).
001340     88  ABCRLO-OK               VALUE "00".
001350
001360 01  WS-ABCHLO-STATUS            PIC X(02).
001370     88  ABCHLO-OK               VALUE "00".
001380
001390 01  WS-ABCRLR-STATUS            PIC X(02).
001400     88  ABCRLR-OK               VALUE "00".
001410
001420 01  WS-SWITCHES.
001430     05  WS-HLI-EOF-SW           PIC X(01)  VALUE "N".
001440         88  WS-HLI-EOF          VALUE "Y".
001450     05  WS-CARD-EOF-SW          PIC X(01)  VALUE "N".
001460         88  WS-CARD-EOF         VALUE "Y".
001470     05  WS-COR-EOF-SW           PIC X(01)  VALUE "N".
001480         88  WS-COR-EOF          VALUE "Y".
001490     05  WS-RLI-EOF-SW           PIC X(01)  VALUE "N".
001500         88  WS-RLI-EOF          VALUE "Y".
001510     05  WS-FATAL-SW             PIC X(01)  VALUE "N".
001520         88  WS-FATAL-ERROR      VALUE "Y".
001530     05  WS-COR-ON-SW            PIC X(01)  VALUE "N".
001540         88  WS-COR-ON           VALUE "Y".
001550     05  WS-KEY-FOUND-SW         PIC X(01)  VALUE "N".
001560         88  WS-KEY-FOUND        VALUE "Y".
001570     05  WS-COPY-DONE-SW         PIC X(01)  VALUE "N".
001580         88  WS-COPY-DONE        VALUE "Y".
001590
001600 01  WS-COUNTERS.
001610     05  WS-CARD-COUNT           PIC 9(05)  VALUE ZERO.
001620     05  WS-BAD-CARD-COUNT       PIC 9(05)  VALUE ZERO.
001630     05  WS-UNMATCHED-COUNT      PIC 9(05)  VALUE ZERO.
001640     05  WS-RELEASE-COUNT        PIC 9(05)  VALUE ZERO.
001650     05  WS-CORRECT-COUNT        PIC 9(05)  VALUE ZERO.
001660     05  WS-DROP-COUNT           PIC 9(05)  VALUE ZERO.
001670     05  WS-COR-FAIL-COUNT       PIC 9(05)  VALUE ZERO.
001680     05  WS-STILL-HELD-COUNT     PIC 9(05)  VALUE ZERO.
001690     05  WS-RLI-LINES            PIC 9(07)  VALUE ZERO.
001700     05  WS-RLO-PAIRS            PIC 9(07)  VALUE ZERO.
001710
001720*----------------------------------------------------------------
001730* RELEASE CARDS, LOADED WHOLE. A CARD IS USED BY THE FIRST HELD
001740* BATCH WITH ITS SOURCE-ID AND DATE; ONE LEFT UNUSED MATCHED
001750* NOTHING AND RAISES THE RETURN CODE.
001760*----------------------------------------------------------------
001770 01  WS-CARD-CONTROLS.
001780     05  WS-CARD-MAX             PIC 9(03)  VALUE 100.
001790     05  WS-CARD-SUB             PIC 9(03)  COMP  VALUE ZERO.
001800     05  WS-CARD-HIT             PIC 9(03)  COMP  VALUE ZERO.
001810     05  WS-CARD-TBL-COUNT       PIC 9(03)  VALUE ZERO.
001820
001830 01  WS-CARD-TABLE.
001840     05  WS-CARD-ENTRY OCCURS 100 TIMES.
001850         10  WS-CARD-ACTION      PIC X(03).
001860         10  WS-CARD-SRC         PIC X(02).
001870         10  WS-CARD-DATE        PIC X(08).
001880         10  WS-CARD-TEXT        PIC X(30).
001890         10  WS-CARD-USED        PIC X(01).
001900
001910*----------------------------------------------------------------
001920* ONE ENTRY PER HLD TAG ON ABCHLI, IN FILE ORDER, WITH THE PAIRS
001930* AND HASH RE-COUNTED FROM THE LINES BEHIND IT. DISPOSITION:
001940*     H  NO CARD - STAYS HELD
001950*     R  RELEASED AS HELD
001960*     C  RELEASED AS CORRECTED ON ABCCOR
001970*     F  CORRECTION DID NOT PROVE - STAYS HELD
001980*     D  DROPPED
001990*----------------------------------------------------------------
002000 01  WS-BAT-CONTROLS.
002010     05  WS-BAT-MAX              PIC 9(03)  VALUE 50.
002020     05  WS-BAT-SUB              PIC 9(03)  COMP  VALUE ZERO.
002030     05  WS-BAT-TBL-COUNT        PIC 9(03)  VALUE ZERO.
002040
002050 01  WS-BAT-TABLE.
002060     05  WS-BAT-ENTRY OCCURS 50 TIMES.
002070         10  WS-BAT-SRC          PIC X(02).
002080         10  WS-BAT-DATE         PIC X(08).
002090         10  WS-BAT-HELD-DATE    PIC X(08).
002100         10  WS-BAT-REASON       PIC X(01).
002110         10  WS-BAT-REASON-TEXT  PIC X(30).
002120         10  WS-BAT-TAG-PAIRS    PIC X(07).
002130         10  WS-BAT-TAG-HASH     PIC X(09).
002140         10  WS-BAT-PAIRS        PIC 9(07).
002150         10  WS-BAT-HASH         PIC 9(09).
002160         10  WS-BAT-ORPHAN       PIC X(01).
002170         10  WS-BAT-DISP         PIC X(01).
002180         10  WS-BAT-CARD         PIC 9(03)  COMP.
002190         10  WS-BAT-COR          PIC 9(03)  COMP.
002200         10  WS-BAT-NOTE         PIC X(40).
002210
002220*----------------------------------------------------------------
002230* ONE ENTRY PER HDR ON ABCCOR - A CORRECTED EXTRACT THE FEEDER
002240* RE-SENT, IN THE SAME HDR/TRL BOOK-ENDS ABCCOL PROVES.
002250*----------------------------------------------------------------
002260 01  WS-COR-CONTROLS.
002270     05  WS-COR-MAX              PIC 9(03)  VALUE 50.
002280     05  WS-COR-SUB              PIC 9(03)  COMP  VALUE ZERO.
002290     05  WS-COR-HIT              PIC 9(03)  COMP  VALUE ZERO.
002300     05  WS-COR-TBL-COUNT        PIC 9(03)  VALUE ZERO.
002310     05  WS-COR-SEEN             PIC 9(03)  COMP  VALUE ZERO.
002320
002330 01  WS-COR-TABLE.
002340     05  WS-COR-ENTRY OCCURS 50 TIMES.
002350         10  WS-COR-SRC          PIC X(02).
002360         10  WS-COR-DATE         PIC X(08).
002370         10  WS-COR-EXP          PIC X(07).
002380         10  WS-COR-EXP-N        REDEFINES WS-COR-EXP
002390                                 PIC 9(07).
002400         10  WS-COR-TRL-CNT      PIC X(07).
002410         10  WS-COR-TRL-CNT-N    REDEFINES WS-COR-TRL-CNT
002420                                 PIC 9(07).
002430         10  WS-COR-TRL-HASH     PIC X(09).
002440         10  WS-COR-TRL-HASH-N   REDEFINES WS-COR-TRL-HASH
002450                                 PIC 9(09).
002460         10  WS-COR-TRL-COUNT    PIC 9(03).
002470         10  WS-COR-MISPLACED    PIC 9(07).
002480         10  WS-COR-PAIRS        PIC 9(07).
002490         10  WS-COR-HASH         PIC 9(09).
002500
002510 01  WS-PARSE-WORK.
002520     05  WS-TAG-ID               PIC X(03).
002530     05  WS-CTL-ID               PIC X(03).
002540     05  WS-LINE-STATE           PIC 9(01)  VALUE 1.
002550     05  WS-REL-SRC              PIC X(02).
002560     05  WS-REL-LINE             PIC X(50).
002570     05  WS-PEND-LINE1           PIC X(50).
002580     05  WS-CALC-PAIRS           PIC 9(07)  VALUE ZERO.
002590     05  WS-CALC-HASH            PIC 9(09)  VALUE ZERO.
002600     05  WS-HASH-TOKEN           PIC X(02).
002610     05  WS-HASH-VAL             PIC 9(02)  VALUE ZERO.
002620     05  WS-TOK-A                PIC X(02).
002630     05  WS-TOK-B                PIC X(02).
002640     05  WS-TOK-C                PIC X(02).
002650     05  WS-GRP-SCAN-LINE        PIC X(40)  VALUE SPACES.
002660     05  WS-GRP-PTR              PIC 9(03)  VALUE 1.
002670     05  WS-GRP-TOKENS           PIC 9(02)  COMP  VALUE ZERO.
002680     05  WS-DISP-TEXT            PIC X(24)  VALUE SPACES.
002690
002700 PROCEDURE DIVISION.
002710*----------------------------------------------------------------
002720 0000-MAINLINE.
002730*----------------------------------------------------------------
002740     PERFORM 1000-INITIALIZE
002750         THRU 1000-INITIALIZE-EXIT.
002760
002770     IF NOT WS-FATAL-ERROR
002780         PERFORM 1100-CARRY-RELEASED
002790             THRU 1100-CARRY-RELEASED-EXIT
002800         PERFORM 2000-LOAD-CARD
002810             THRU 2000-LOAD-CARD-EXIT
002820             UNTIL WS-CARD-EOF
002830         PERFORM 3000-SCAN-HELD-BATCHES
002840             THRU 3000-SCAN-HELD-BATCHES-EXIT
002850     END-IF.
002860
002870     IF NOT WS-FATAL-ERROR
002880         PERFORM 4000-SCAN-CORRECTIONS
002890             THRU 4000-SCAN-CORRECTIONS-EXIT
002900     END-IF.
002910
002920     IF NOT WS-FATAL-ERROR
002930         PERFORM 4200-PROVE-ONE-CORRECTION
002940             THRU 4200-PROVE-ONE-CORRECTION-EXIT
002950             VARYING WS-BAT-SUB FROM 1 BY 1
002960             UNTIL WS-BAT-SUB > WS-BAT-TBL-COUNT
002970         PERFORM 5000-WRITE-DISPOSITIONS
002980             THRU 5000-WRITE-DISPOSITIONS-EXIT
002990         PERFORM 8000-WRITE-REPORT
003000             THRU 8000-WRITE-REPORT-EXIT
003010     END-IF.
003020
003030     PERFORM 9000-TERMINATE
003040         THRU 9000-TERMINATE-EXIT.
003050
003060     GOBACK.
003070
003080*----------------------------------------------------------------
003090*    THE HELD FILE AND THE CARDS ARE REQUIRED, AS ARE ALL THREE
003100*    OUTPUTS. ABCCOR IS ONLY NEEDED BY A COR CARD AND ABCRLI
003110*    ONLY WHEN AN EARLIER RUN TODAY RELEASED SOMETHING, SO
003120*    NEITHER IS FATAL WHEN ABSENT.
003130*----------------------------------------------------------------
003140 1000-INITIALIZE.
003150*----------------------------------------------------------------
003160     OPEN INPUT REL-HLI-FILE.
003170     IF NOT ABCHLI-OK
003180         DISPLAY "ABCREL: UNABLE TO OPEN ABCHLI, STATUS="
003190             WS-ABCHLI-STATUS
003200         MOVE "Y" TO WS-FATAL-SW
003210     END-IF.
003220
003230     IF NOT WS-FATAL-ERROR
003240         OPEN INPUT REL-CARD-FILE
003250         IF NOT ABCRLC-OK
003260             DISPLAY "ABCREL: UNABLE TO OPEN ABCRLC, STATUS="
003270                 WS-ABCRLC-STATUS
003280             MOVE "Y" TO WS-FATAL-SW
003290         END-IF
003300     END-IF.
003310
003320     IF NOT WS-FATAL-ERROR
003330         OPEN OUTPUT REL-RLO-FILE
003340         IF NOT ABCRLO-OK
003350             DISPLAY "ABCREL: UNABLE TO OPEN ABCRLO, STATUS="
003360                 WS-ABCRLO-STATUS
003370             MOVE "Y" TO WS-FATAL-SW
003380         END-IF
003390     END-IF.
003400
003410     IF NOT WS-FATAL-ERROR
003420         OPEN OUTPUT REL-HLO-FILE
003430         IF NOT ABCHLO-OK
003440             DISPLAY "ABCREL: UNABLE TO OPEN ABCHLO, STATUS="
003450                 WS-ABCHLO-STATUS
003460             MOVE "Y" TO WS-FATAL-SW
003470         END-IF
003480     END-IF.
003490
003500     IF NOT WS-FATAL-ERROR
003510         OPEN OUTPUT REL-RPT-FILE
003520         IF NOT ABCRLR-OK
003530             DISPLAY "ABCREL: UNABLE TO OPEN ABCRLR, STATUS="
003540                 WS-ABCRLR-STATUS
003550             MOVE "Y" TO WS-FATAL-SW
003560         END-IF
003570     END-IF.
003580
003590     IF NOT WS-FATAL-ERROR
003600         MOVE "ABCREL HELD FEEDER BATCH RELEASE" TO REL-RPT-REC
003610         WRITE REL-RPT-REC
003620     END-IF.
003630 1000-INITIALIZE-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670*    RELEASES ALREADY WAITING FROM AN EARLIER RUN TODAY GO OUT
003680*    FIRST, VERBATIM, SO A SECOND RELEASE RUN ADDS TO THE FILE
003690*    ABCCOL WILL READ TONIGHT RATHER THAN REPLACING IT.
003700*----------------------------------------------------------------
003710 1100-CARRY-RELEASED.
003720*----------------------------------------------------------------
003730     OPEN INPUT REL-RLI-FILE.
003740     IF NOT ABCRLI-OK
003750         DISPLAY "ABCREL: NO EARLIER RELEASES, ABCRLI STATUS="
003760             WS-ABCRLI-STATUS
003770         GO TO 1100-CARRY-RELEASED-EXIT
003780     END-IF.
003790     PERFORM 1110-COPY-RLI-LINE
003800         THRU 1110-COPY-RLI-LINE-EXIT
003810         UNTIL WS-RLI-EOF.
003820     CLOSE REL-RLI-FILE.
003830 1100-CARRY-RELEASED-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870 1110-COPY-RLI-LINE.
003880*----------------------------------------------------------------
003890     READ REL-RLI-FILE
003900         AT END
003910             SET WS-RLI-EOF TO TRUE
003920     END-READ.
003930     IF WS-RLI-EOF
003940         GO TO 1110-COPY-RLI-LINE-EXIT
003950     END-IF.
003960     MOVE REL-RLI-REC TO REL-RLO-REC.
003970     WRITE REL-RLO-REC.
003980     ADD 1 TO WS-RLI-LINES.
003990 1110-COPY-RLI-LINE-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030*    LOAD ONE RELEASE CARD. A BAD ACTION, A BLANK SOURCE-ID OR A
004040*    NON-NUMERIC DATE IS LISTED AND NOT LOADED.
004050*----------------------------------------------------------------
004060 2000-LOAD-CARD.
004070*----------------------------------------------------------------
004080     READ REL-CARD-FILE
004090         AT END
004100             SET WS-CARD-EOF TO TRUE
004110     END-READ.
004120     IF WS-CARD-EOF
004130         GO TO 2000-LOAD-CARD-EXIT
004140     END-IF.
004150     IF REL-CARD-REC = SPACES
004160         GO TO 2000-LOAD-CARD-EXIT
004170     END-IF.
004180     ADD 1 TO WS-CARD-COUNT.
004190
004200     IF (REL-CARD-ACTION NOT = "REL"
004210             AND REL-CARD-ACTION NOT = "COR"
004220             AND REL-CARD-ACTION NOT = "DEL")
004230             OR REL-CARD-SRC = SPACES
004240             OR REL-CARD-DATE NOT NUMERIC
004250         ADD 1 TO WS-BAD-CARD-COUNT
004260         MOVE SPACES TO REL-RPT-REC
004270         STRING
004280             "  CARD "               DELIMITED BY SIZE
004290             REL-CARD-REC(1:46)      DELIMITED BY SIZE
004300             "  REJECTED - BAD ACTION, SOURCE-ID OR DATE"
004310                                     DELIMITED BY SIZE
004320             INTO REL-RPT-REC
004330         END-STRING
004340         WRITE REL-RPT-REC
004350         GO TO 2000-LOAD-CARD-EXIT
004360     END-IF.
004370
004380     IF WS-CARD-TBL-COUNT = WS-CARD-MAX
004390         DISPLAY "ABCREL: RELEASE CARDS EXCEED " WS-CARD-MAX
004400             " - RUN ABORTED"
004410         MOVE "Y" TO WS-FATAL-SW
004420         SET WS-CARD-EOF TO TRUE
004430         GO TO 2000-LOAD-CARD-EXIT
004440     END-IF.
004450     ADD 1 TO WS-CARD-TBL-COUNT.
004460     MOVE REL-CARD-ACTION TO WS-CARD-ACTION(WS-CARD-TBL-COUNT).
004470     MOVE REL-CARD-SRC    TO WS-CARD-SRC(WS-CARD-TBL-COUNT).
004480     MOVE REL-CARD-DATE   TO WS-CARD-DATE(WS-CARD-TBL-COUNT).
004490     MOVE REL-CARD-TEXT   TO WS-CARD-TEXT(WS-CARD-TBL-COUNT).
004500     MOVE "N"             TO WS-CARD-USED(WS-CARD-TBL-COUNT).
004510 2000-LOAD-CARD-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------------
004550*    FIRST PASS OVER THE HELD FILE - ONE TABLE ENTRY PER HLD TAG,
004560*    THE PAIRS BEHIND IT RE-COUNTED AND RE-HASHED THE WAY ABCCOL
004570*    DOES (THE FEED'S OWN HDR/TRL SKIPPED, A TRAILING ORPHAN
004580*    LINE-1 LEFT OUT), AND THE CARD THAT DISPOSES OF IT.
004590*----------------------------------------------------------------
004600 3000-SCAN-HELD-BATCHES.
004610*----------------------------------------------------------------
004620     PERFORM 3100-SCAN-HELD-LINE
004630         THRU 3100-SCAN-HELD-LINE-EXIT
004640         UNTIL WS-HLI-EOF.
004650     PERFORM 3150-CLOSE-HELD-BATCH
004660         THRU 3150-CLOSE-HELD-BATCH-EXIT.
004670     CLOSE REL-HLI-FILE.
004680 3000-SCAN-HELD-BATCHES-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------
004720 3100-SCAN-HELD-LINE.
004730*----------------------------------------------------------------
004740     READ REL-HLI-FILE
004750         AT END
004760             SET WS-HLI-EOF TO TRUE
004770     END-READ.
004780     IF WS-HLI-EOF
004790         GO TO 3100-SCAN-HELD-LINE-EXIT
004800     END-IF.
004810
004820     IF REL-HLI-REC(1:4) = "HLD "
004830         PERFORM 3150-CLOSE-HELD-BATCH
004840             THRU 3150-CLOSE-HELD-BATCH-EXIT
004850         PERFORM 3200-OPEN-HELD-BATCH
004860             THRU 3200-OPEN-HELD-BATCH-EXIT
004870         GO TO 3100-SCAN-HELD-LINE-EXIT
004880     END-IF.
004890
004900*    ANYTHING AHEAD OF THE FIRST TAG, AND THE FEED'S OWN CONTROL
004910*    RECORDS, ARE NOT PAIRS.
004920     IF WS-BAT-TBL-COUNT = ZERO
004930             OR REL-HLI-REC(1:4) = "HDR "
004940             OR REL-HLI-REC(1:4) = "TRL "
004950         GO TO 3100-SCAN-HELD-LINE-EXIT
004960     END-IF.
004970     IF WS-LINE-STATE = 1
004980         MOVE REL-HLI-REC(1:50) TO WS-PEND-LINE1
004990         MOVE 2 TO WS-LINE-STATE
005000     ELSE
005010         ADD 1 TO WS-CALC-PAIRS
005020         MOVE REL-HLI-REC(1:50) TO WS-REL-LINE
005030         PERFORM 7000-HASH-PENDING-PAIR
005040             THRU 7000-HASH-PENDING-PAIR-EXIT
005050         MOVE 1 TO WS-LINE-STATE
005060     END-IF.
005070 3100-SCAN-HELD-LINE-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110*    SETTLE THE BATCH JUST READ - ITS RE-COUNTED TOTALS, AND A
005120*    NOTE WHEN THEY NO LONGER AGREE WITH THE TAG ABCCOL WROTE.
005130*----------------------------------------------------------------
005140 3150-CLOSE-HELD-BATCH.
005150*----------------------------------------------------------------
005160     IF WS-BAT-TBL-COUNT = ZERO
005170         GO TO 3150-CLOSE-HELD-BATCH-EXIT
005180     END-IF.
005190     MOVE WS-CALC-PAIRS TO WS-BAT-PAIRS(WS-BAT-TBL-COUNT).
005200     MOVE WS-CALC-HASH  TO WS-BAT-HASH(WS-BAT-TBL-COUNT).
005210     IF WS-LINE-STATE = 2
005220         MOVE "Y" TO WS-BAT-ORPHAN(WS-BAT-TBL-COUNT)
005230     END-IF.
005240     IF WS-BAT-TAG-PAIRS(WS-BAT-TBL-COUNT) NOT NUMERIC
005250             OR WS-BAT-TAG-HASH(WS-BAT-TBL-COUNT) NOT NUMERIC
005260         MOVE "TAG TOTALS UNREADABLE"
005270             TO WS-BAT-NOTE(WS-BAT-TBL-COUNT)
005280     ELSE
005290         IF WS-BAT-TAG-PAIRS(WS-BAT-TBL-COUNT)
005300                 NOT = WS-BAT-PAIRS(WS-BAT-TBL-COUNT)
005310                 OR WS-BAT-TAG-HASH(WS-BAT-TBL-COUNT)
005320                     NOT = WS-BAT-HASH(WS-BAT-TBL-COUNT)
005330             MOVE "RE-COUNT DIFFERS FROM HLD TAG"
005340                 TO WS-BAT-NOTE(WS-BAT-TBL-COUNT)
005350         END-IF
005360     END-IF.
005370     MOVE ZERO TO WS-CALC-PAIRS.
005380     MOVE ZERO TO WS-CALC-HASH.
005390     MOVE 1 TO WS-LINE-STATE.
005400 3150-CLOSE-HELD-BATCH-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440*    A NEW HLD TAG - COLS 5-6 SOURCE-ID, 8-15 ORIGINAL BUSINESS
005450*    DATE, 17-24 DATE HELD, 26-32 PAIRS, 34-42 HASH, 44 REASON
005460*    CODE, 46-75 REASON TEXT - AND THE FIRST UNUSED CARD FOR IT.
005470*----------------------------------------------------------------
005480 3200-OPEN-HELD-BATCH.
005490*----------------------------------------------------------------
005500     IF WS-BAT-TBL-COUNT = WS-BAT-MAX
005510         DISPLAY "ABCREL: HELD FILE EXCEEDS " WS-BAT-MAX
005520             " BATCHES - RUN ABORTED"
005530         MOVE "Y" TO WS-FATAL-SW
005540         SET WS-HLI-EOF TO TRUE
005550         GO TO 3200-OPEN-HELD-BATCH-EXIT
005560     END-IF.
005570     ADD 1 TO WS-BAT-TBL-COUNT.
005580     MOVE WS-BAT-TBL-COUNT TO WS-BAT-SUB.
005590     MOVE REL-HLI-REC(5:2)   TO WS-BAT-SRC(WS-BAT-SUB).
005600     MOVE REL-HLI-REC(8:8)   TO WS-BAT-DATE(WS-BAT-SUB).
005610     MOVE REL-HLI-REC(17:8)  TO WS-BAT-HELD-DATE(WS-BAT-SUB).
005620     MOVE REL-HLI-REC(26:7)  TO WS-BAT-TAG-PAIRS(WS-BAT-SUB).
005630     MOVE REL-HLI-REC(34:9)  TO WS-BAT-TAG-HASH(WS-BAT-SUB).
005640     MOVE REL-HLI-REC(44:1)  TO WS-BAT-REASON(WS-BAT-SUB).
005650     MOVE REL-HLI-REC(46:30) TO WS-BAT-REASON-TEXT(WS-BAT-SUB).
005660     MOVE "N"                TO WS-BAT-ORPHAN(WS-BAT-SUB).
005670     MOVE SPACES             TO WS-BAT-NOTE(WS-BAT-SUB).
005680     MOVE ZERO               TO WS-BAT-COR(WS-BAT-SUB).
005690
005700     PERFORM 3300-FIND-CARD
005710         THRU 3300-FIND-CARD-EXIT.
005720     MOVE WS-CARD-HIT TO WS-BAT-CARD(WS-BAT-SUB).
005730     IF NOT WS-KEY-FOUND
005740         MOVE "H" TO WS-BAT-DISP(WS-BAT-SUB)
005750         GO TO 3200-OPEN-HELD-BATCH-EXIT
005760     END-IF.
005770     MOVE "Y" TO WS-CARD-USED(WS-CARD-HIT).
005780     EVALUATE WS-CARD-ACTION(WS-CARD-HIT)
005790         WHEN "REL"
005800             MOVE "R" TO WS-BAT-DISP(WS-BAT-SUB)
005810         WHEN "COR"
005820             MOVE "C" TO WS-BAT-DISP(WS-BAT-SUB)
005830             SET WS-COR-ON TO TRUE
005840         WHEN OTHER
005850             MOVE "D" TO WS-BAT-DISP(WS-BAT-SUB)
005860     END-EVALUATE.
005870 3200-OPEN-HELD-BATCH-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------
005910 3300-FIND-CARD.
005920*----------------------------------------------------------------
005930     MOVE "N" TO WS-KEY-FOUND-SW.
005940     MOVE ZERO TO WS-CARD-HIT.
005950     PERFORM 3310-MATCH-ONE-CARD
005960         THRU 3310-MATCH-ONE-CARD-EXIT
005970         VARYING WS-CARD-SUB FROM 1 BY 1
005980         UNTIL WS-CARD-SUB > WS-CARD-TBL-COUNT
005990             OR WS-KEY-FOUND.
006000 3300-FIND-CARD-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------
006040 3310-MATCH-ONE-CARD.
006050*----------------------------------------------------------------
006060     IF WS-CARD-USED(WS-CARD-SUB) = "N"
006070             AND WS-CARD-SRC(WS-CARD-SUB) = WS-BAT-SRC(WS-BAT-SUB)
006080             AND WS-CARD-DATE(WS-CARD-SUB)
006090                 = WS-BAT-DATE(WS-BAT-SUB)
006100         SET WS-KEY-FOUND TO TRUE
006110         MOVE WS-CARD-SUB TO WS-CARD-HIT
006120     END-IF.
006130 3310-MATCH-ONE-CARD-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------------
006170*    INDEX THE CORRECTED EXTRACTS ON ABCCOR - ONLY WHEN A COR
006180*    CARD FOUND ITS BATCH. EVERY HDR OPENS AN ENTRY; ITS PAIRS
006190*    ARE COUNTED AND HASHED UP TO ITS TRL, AND ANY LINE AFTER
006200*    THE TRL IS MISPLACED.
006210*----------------------------------------------------------------
006220 4000-SCAN-CORRECTIONS.
006230*----------------------------------------------------------------
006240     IF NOT WS-COR-ON
006250         GO TO 4000-SCAN-CORRECTIONS-EXIT
006260     END-IF.
006270     OPEN INPUT REL-COR-FILE.
006280     IF NOT ABCCOR-OK
006290         DISPLAY "ABCREL: NO CORRECTED BATCHES, ABCCOR STATUS="
006300             WS-ABCCOR-STATUS " - COR CARDS CANNOT BE HONOURED"
006310         GO TO 4000-SCAN-CORRECTIONS-EXIT
006320     END-IF.
006330     MOVE "N" TO WS-COR-EOF-SW.
006340     PERFORM 4100-SCAN-COR-LINE
006350         THRU 4100-SCAN-COR-LINE-EXIT
006360         UNTIL WS-COR-EOF.
006370     PERFORM 4150-CLOSE-COR-BATCH
006380         THRU 4150-CLOSE-COR-BATCH-EXIT.
006390     CLOSE REL-COR-FILE.
006400 4000-SCAN-CORRECTIONS-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------
006440 4100-SCAN-COR-LINE.
006450*----------------------------------------------------------------
006460     READ REL-COR-FILE
006470         AT END
006480             SET WS-COR-EOF TO TRUE
006490     END-READ.
006500     IF WS-COR-EOF
006510         GO TO 4100-SCAN-COR-LINE-EXIT
006520     END-IF.
006530
006540     IF REL-COR-REC(1:4) = "HDR "
006550         PERFORM 4150-CLOSE-COR-BATCH
006560             THRU 4150-CLOSE-COR-BATCH-EXIT
006570         PERFORM 4160-OPEN-COR-BATCH
006580             THRU 4160-OPEN-COR-BATCH-EXIT
006590         GO TO 4100-SCAN-COR-LINE-EXIT
006600     END-IF.
006610     IF WS-COR-TBL-COUNT = ZERO
006620         GO TO 4100-SCAN-COR-LINE-EXIT
006630     END-IF.
006640     IF REL-COR-REC(1:4) = "TRL "
006650         ADD 1 TO WS-COR-TRL-COUNT(WS-COR-TBL-COUNT)
006660         MOVE SPACES TO WS-COR-TRL-CNT(WS-COR-TBL-COUNT)
006670         MOVE SPACES TO WS-COR-TRL-HASH(WS-COR-TBL-COUNT)
006680         UNSTRING REL-COR-REC
006690             DELIMITED BY SPACE
006700             INTO WS-CTL-ID, WS-COR-TRL-CNT(WS-COR-TBL-COUNT),
006710                  WS-COR-TRL-HASH(WS-COR-TBL-COUNT)
006720         END-UNSTRING
006730         GO TO 4100-SCAN-COR-LINE-EXIT
006740     END-IF.
006750     IF WS-COR-TRL-COUNT(WS-COR-TBL-COUNT) > ZERO
006760         ADD 1 TO WS-COR-MISPLACED(WS-COR-TBL-COUNT)
006770         GO TO 4100-SCAN-COR-LINE-EXIT
006780     END-IF.
006790     IF WS-LINE-STATE = 1
006800         MOVE REL-COR-REC TO WS-PEND-LINE1
006810         MOVE 2 TO WS-LINE-STATE
006820     ELSE
006830         ADD 1 TO WS-CALC-PAIRS
006840         MOVE REL-COR-REC TO WS-REL-LINE
006850         PERFORM 7000-HASH-PENDING-PAIR
006860             THRU 7000-HASH-PENDING-PAIR-EXIT
006870         MOVE 1 TO WS-LINE-STATE
006880     END-IF.
006890 4100-SCAN-COR-LINE-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------------
006930*    AN ODD LINE BEFORE THE TRL IS AN ORPHAN AND COUNTS AS
006940*    MISPLACED - A CORRECTED EXTRACT MUST BE WHOLE.
006950*----------------------------------------------------------------
006960 4150-CLOSE-COR-BATCH.
006970*----------------------------------------------------------------
006980     IF WS-COR-TBL-COUNT = ZERO
006990         GO TO 4150-CLOSE-COR-BATCH-EXIT
007000     END-IF.
007010     MOVE WS-CALC-PAIRS TO WS-COR-PAIRS(WS-COR-TBL-COUNT).
007020     MOVE WS-CALC-HASH  TO WS-COR-HASH(WS-COR-TBL-COUNT).
007030     IF WS-LINE-STATE = 2
007040         ADD 1 TO WS-COR-MISPLACED(WS-COR-TBL-COUNT)
007050     END-IF.
007060     MOVE ZERO TO WS-CALC-PAIRS.
007070     MOVE ZERO TO WS-CALC-HASH.
007080     MOVE 1 TO WS-LINE-STATE.
007090 4150-CLOSE-COR-BATCH-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------------
007130 4160-OPEN-COR-BATCH.
007140*----------------------------------------------------------------
007150     IF WS-COR-TBL-COUNT = WS-COR-MAX
007160         DISPLAY "ABCREL: ABCCOR EXCEEDS " WS-COR-MAX
007170             " BATCHES - RUN ABORTED"
007180         MOVE "Y" TO WS-FATAL-SW
007190         SET WS-COR-EOF TO TRUE
007200         GO TO 4160-OPEN-COR-BATCH-EXIT
007210     END-IF.
007220     ADD 1 TO WS-COR-TBL-COUNT.
007230     MOVE WS-COR-TBL-COUNT TO WS-COR-SUB.
007240     MOVE SPACES TO WS-COR-SRC(WS-COR-SUB).
007250     MOVE SPACES TO WS-COR-DATE(WS-COR-SUB).
007260     MOVE SPACES TO WS-COR-EXP(WS-COR-SUB).
007270     MOVE SPACES TO WS-COR-TRL-CNT(WS-COR-SUB).
007280     MOVE SPACES TO WS-COR-TRL-HASH(WS-COR-SUB).
007290     MOVE ZERO   TO WS-COR-TRL-COUNT(WS-COR-SUB).
007300     MOVE ZERO   TO WS-COR-MISPLACED(WS-COR-SUB).
007310     UNSTRING REL-COR-REC
007320         DELIMITED BY SPACE
007330         INTO WS-CTL-ID, WS-COR-SRC(WS-COR-SUB),
007340              WS-COR-DATE(WS-COR-SUB), WS-COR-EXP(WS-COR-SUB)
007350     END-UNSTRING.
007360 4160-OPEN-COR-BATCH-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------
007400*    A COR CARD RELEASES THE CORRECTED EXTRACT FOR THE SAME
007410*    SOURCE-ID AND ORIGINAL BUSINESS DATE ONLY WHEN IT PROVES -
007420*    ONE TRL, NOTHING OUTSIDE THE HDR/TRL, AND THE HDR COUNT,
007430*    TRL COUNT AND TRL HASH ALL AGREE WITH THE PAIRS. OTHERWISE
007440*    THE HELD BATCH STAYS HELD.
007450*----------------------------------------------------------------
007460 4200-PROVE-ONE-CORRECTION.
007470*----------------------------------------------------------------
007480     IF WS-BAT-DISP(WS-BAT-SUB) NOT = "C"
007490         GO TO 4200-PROVE-ONE-CORRECTION-EXIT
007500     END-IF.
007510     MOVE "N" TO WS-KEY-FOUND-SW.
007520     MOVE ZERO TO WS-COR-HIT.
007530     PERFORM 4210-MATCH-ONE-COR
007540         THRU 4210-MATCH-ONE-COR-EXIT
007550         VARYING WS-COR-SUB FROM 1 BY 1
007560         UNTIL WS-COR-SUB > WS-COR-TBL-COUNT
007570             OR WS-KEY-FOUND.
007580     IF NOT WS-KEY-FOUND
007590         MOVE "F" TO WS-BAT-DISP(WS-BAT-SUB)
007600         MOVE "NO CORRECTED BATCH ON ABCCOR"
007610             TO WS-BAT-NOTE(WS-BAT-SUB)
007620         GO TO 4200-PROVE-ONE-CORRECTION-EXIT
007630     END-IF.
007640     MOVE WS-COR-HIT TO WS-BAT-COR(WS-BAT-SUB).
007650
007660     EVALUATE TRUE
007670         WHEN WS-COR-TRL-COUNT(WS-COR-HIT) NOT = 1
007680                 OR WS-COR-MISPLACED(WS-COR-HIT) > ZERO
007690             MOVE "F" TO WS-BAT-DISP(WS-BAT-SUB)
007700             MOVE "CORRECTION HDR/TRL MISSING OR MISPLACED"
007710                 TO WS-BAT-NOTE(WS-BAT-SUB)
007720         WHEN WS-COR-EXP(WS-COR-HIT) NOT NUMERIC
007730                 OR WS-COR-TRL-CNT(WS-COR-HIT) NOT NUMERIC
007740                 OR WS-COR-TRL-HASH(WS-COR-HIT) NOT NUMERIC
007750             MOVE "F" TO WS-BAT-DISP(WS-BAT-SUB)
007760             MOVE "CORRECTION HDR/TRL NOT NUMERIC"
007770                 TO WS-BAT-NOTE(WS-BAT-SUB)
007780         WHEN WS-COR-EXP-N(WS-COR-HIT)
007790                 NOT = WS-COR-PAIRS(WS-COR-HIT)
007800                 OR WS-COR-TRL-CNT-N(WS-COR-HIT)
007810                     NOT = WS-COR-PAIRS(WS-COR-HIT)
007820                 OR WS-COR-TRL-HASH-N(WS-COR-HIT)
007830                     NOT = WS-COR-HASH(WS-COR-HIT)
007840             MOVE "F" TO WS-BAT-DISP(WS-BAT-SUB)
007850             MOVE "CORRECTION OUT OF BALANCE"
007860                 TO WS-BAT-NOTE(WS-BAT-SUB)
007870     END-EVALUATE.
007880 4200-PROVE-ONE-CORRECTION-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------------
007920 4210-MATCH-ONE-COR.
007930*----------------------------------------------------------------
007940     IF WS-COR-SRC(WS-COR-SUB) = WS-BAT-SRC(WS-BAT-SUB)
007950             AND WS-COR-DATE(WS-COR-SUB) = WS-BAT-DATE(WS-BAT-SUB)
007960         SET WS-KEY-FOUND TO TRUE
007970         MOVE WS-COR-SUB TO WS-COR-HIT
007980     END-IF.
007990 4210-MATCH-ONE-COR-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------------
008030*    SECOND PASS OVER THE HELD FILE - EACH BATCH GOES WHERE ITS
008040*    DISPOSITION SAYS: BACK TO ABCHLO (H, F), OUT TO ABCRLO AS
008050*    HELD (R) OR AS CORRECTED (C), OR NOWHERE (D).
008060*----------------------------------------------------------------
008070 5000-WRITE-DISPOSITIONS.
008080*----------------------------------------------------------------
008090     OPEN INPUT REL-HLI-FILE.
008100     IF NOT ABCHLI-OK
008110         DISPLAY "ABCREL: UNABLE TO REOPEN ABCHLI, STATUS="
008120             WS-ABCHLI-STATUS
008130         MOVE "Y" TO WS-FATAL-SW
008140         GO TO 5000-WRITE-DISPOSITIONS-EXIT
008150     END-IF.
008160     MOVE "N" TO WS-HLI-EOF-SW.
008170     MOVE ZERO TO WS-BAT-SUB.
008180     MOVE 1 TO WS-LINE-STATE.
008190     PERFORM 5100-WRITE-HELD-LINE
008200         THRU 5100-WRITE-HELD-LINE-EXIT
008210         UNTIL WS-HLI-EOF.
008220     PERFORM 5200-FINISH-BATCH
008230         THRU 5200-FINISH-BATCH-EXIT.
008240     CLOSE REL-HLI-FILE.
008250 5000-WRITE-DISPOSITIONS-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290 5100-WRITE-HELD-LINE.
008300*----------------------------------------------------------------
008310     READ REL-HLI-FILE
008320         AT END
008330             SET WS-HLI-EOF TO TRUE
008340     END-READ.
008350     IF WS-HLI-EOF
008360         GO TO 5100-WRITE-HELD-LINE-EXIT
008370     END-IF.
008380
008390     IF REL-HLI-REC(1:4) = "HLD "
008400         PERFORM 5200-FINISH-BATCH
008410             THRU 5200-FINISH-BATCH-EXIT
008420         ADD 1 TO WS-BAT-SUB
008430         PERFORM 5300-START-BATCH
008440             THRU 5300-START-BATCH-EXIT
008450         GO TO 5100-WRITE-HELD-LINE-EXIT
008460     END-IF.
008470     IF WS-BAT-SUB = ZERO
008480         GO TO 5100-WRITE-HELD-LINE-EXIT
008490     END-IF.
008500
008510     EVALUATE WS-BAT-DISP(WS-BAT-SUB)
008520         WHEN "H"
008530         WHEN "F"
008540             MOVE REL-HLI-REC TO REL-HLO-REC
008550             WRITE REL-HLO-REC
008560         WHEN "R"
008570             IF REL-HLI-REC(1:4) NOT = "HDR "
008580                     AND REL-HLI-REC(1:4) NOT = "TRL "
008590                 MOVE REL-HLI-REC(1:50) TO WS-REL-LINE
008600                 PERFORM 6500-RELEASE-ONE-LINE
008610                     THRU 6500-RELEASE-ONE-LINE-EXIT
008620             END-IF
008630     END-EVALUATE.
008640 5100-WRITE-HELD-LINE-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680*    A RELEASED-AS-HELD BATCH IS CLOSED WITH ITS TRL WHEN THE
008690*    NEXT TAG (OR THE END OF THE FILE) ARRIVES.
008700*----------------------------------------------------------------
008710 5200-FINISH-BATCH.
008720*----------------------------------------------------------------
008730     IF WS-BAT-SUB = ZERO
008740         GO TO 5200-FINISH-BATCH-EXIT
008750     END-IF.
008760     IF WS-BAT-DISP(WS-BAT-SUB) = "R"
008770         MOVE WS-BAT-PAIRS(WS-BAT-SUB) TO WS-CALC-PAIRS
008780         MOVE WS-BAT-HASH(WS-BAT-SUB)  TO WS-CALC-HASH
008790         PERFORM 6700-WRITE-REL-TRAILER
008800             THRU 6700-WRITE-REL-TRAILER-EXIT
008810     END-IF.
008820 5200-FINISH-BATCH-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------------
008860 5300-START-BATCH.
008870*----------------------------------------------------------------
008880     MOVE WS-BAT-SRC(WS-BAT-SUB) TO WS-REL-SRC.
008890     MOVE 1 TO WS-LINE-STATE.
008900     EVALUATE WS-BAT-DISP(WS-BAT-SUB)
008910         WHEN "H"
008920             ADD 1 TO WS-STILL-HELD-COUNT
008930             MOVE REL-HLI-REC TO REL-HLO-REC
008940             WRITE REL-HLO-REC
008950         WHEN "F"
008960             ADD 1 TO WS-COR-FAIL-COUNT
008970             ADD 1 TO WS-STILL-HELD-COUNT
008980             MOVE REL-HLI-REC TO REL-HLO-REC
008990             WRITE REL-HLO-REC
009000         WHEN "R"
009010             ADD 1 TO WS-RELEASE-COUNT
009020             MOVE WS-BAT-PAIRS(WS-BAT-SUB) TO WS-CALC-PAIRS
009030             PERFORM 6600-WRITE-REL-HEADER
009040                 THRU 6600-WRITE-REL-HEADER-EXIT
009050         WHEN "C"
009060             ADD 1 TO WS-CORRECT-COUNT
009070             PERFORM 6000-RELEASE-CORRECTED
009080                 THRU 6000-RELEASE-CORRECTED-EXIT
009090         WHEN OTHER
009100             ADD 1 TO WS-DROP-COUNT
009110     END-EVALUATE.
009120 5300-START-BATCH-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------------
009160*    RELEASE A PROVED CORRECTION IN PLACE OF THE HELD BATCH -
009170*    ABCCOR IS READ TO THE MATCHING HDR AND ITS PAIRS COPIED UP
009180*    TO ITS TRL, UNDER A FRESH HDR/TRL LIKE ANY OTHER RELEASE.
009190*----------------------------------------------------------------
009200 6000-RELEASE-CORRECTED.
009210*----------------------------------------------------------------
009220     MOVE WS-BAT-COR(WS-BAT-SUB) TO WS-COR-HIT.
009230     MOVE WS-COR-PAIRS(WS-COR-HIT) TO WS-CALC-PAIRS.
009240     PERFORM 6600-WRITE-REL-HEADER
009250         THRU 6600-WRITE-REL-HEADER-EXIT.
009260
009270     OPEN INPUT REL-COR-FILE.
009280     IF NOT ABCCOR-OK
009290         DISPLAY "ABCREL: UNABLE TO REOPEN ABCCOR, STATUS="
009300             WS-ABCCOR-STATUS
009310         MOVE "Y" TO WS-FATAL-SW
009320         GO TO 6000-RELEASE-CORRECTED-EXIT
009330     END-IF.
009340     MOVE "N" TO WS-COR-EOF-SW.
009350     MOVE "N" TO WS-COPY-DONE-SW.
009360     MOVE ZERO TO WS-COR-SEEN.
009370     PERFORM 6100-COPY-COR-LINE
009380         THRU 6100-COPY-COR-LINE-EXIT
009390         UNTIL WS-COR-EOF OR WS-COPY-DONE.
009400     CLOSE REL-COR-FILE.
009410
009420     MOVE WS-COR-PAIRS(WS-COR-HIT) TO WS-CALC-PAIRS.
009430     MOVE WS-COR-HASH(WS-COR-HIT)  TO WS-CALC-HASH.
009440     PERFORM 6700-WRITE-REL-TRAILER
009450         THRU 6700-WRITE-REL-TRAILER-EXIT.
009460 6000-RELEASE-CORRECTED-EXIT.
009470     EXIT.
009480
009490*----------------------------------------------------------------
009500 6100-COPY-COR-LINE.
009510*----------------------------------------------------------------
009520     READ REL-COR-FILE
009530         AT END
009540             SET WS-COR-EOF TO TRUE
009550     END-READ.
009560     IF WS-COR-EOF
009570         GO TO 6100-COPY-COR-LINE-EXIT
009580     END-IF.
009590     IF REL-COR-REC(1:4) = "HDR "
009600         ADD 1 TO WS-COR-SEEN
009610         GO TO 6100-COPY-COR-LINE-EXIT
009620     END-IF.
009630     IF WS-COR-SEEN NOT = WS-COR-HIT
009640         GO TO 6100-COPY-COR-LINE-EXIT
009650     END-IF.
009660     IF REL-COR-REC(1:4) = "TRL "
009670         SET WS-COPY-DONE TO TRUE
009680         GO TO 6100-COPY-COR-LINE-EXIT
009690     END-IF.
009700     MOVE REL-COR-REC TO WS-REL-LINE.
009710     PERFORM 6500-RELEASE-ONE-LINE
009720         THRU 6500-RELEASE-ONE-LINE-EXIT.
009730 6100-COPY-COR-LINE-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------
009770*    ONE LINE OF A RELEASED BATCH. PAIRS ARE STAMPED EXACTLY AS
009780*    ABCCOL STAMPS A FEED - A P IN COL 41 IS KEPT, ANYTHING ELSE
009790*    THERE IS CLEARED, AND THE SOURCE-ID GOES IN COLS 49-50. A
009800*    TRAILING ORPHAN LINE-1 IS NEVER WRITTEN.
009810*----------------------------------------------------------------
009820 6500-RELEASE-ONE-LINE.
009830*----------------------------------------------------------------
009840     IF WS-LINE-STATE = 1
009850         MOVE WS-REL-LINE TO WS-PEND-LINE1
009860         MOVE 2 TO WS-LINE-STATE
009870         GO TO 6500-RELEASE-ONE-LINE-EXIT
009880     END-IF.
009890     IF WS-PEND-LINE1(41:1) NOT = "P"
009900         MOVE SPACE TO WS-PEND-LINE1(41:1)
009910     END-IF.
009920     MOVE WS-REL-SRC TO WS-PEND-LINE1(49:2).
009930     MOVE WS-PEND-LINE1 TO REL-RLO-REC.
009940     WRITE REL-RLO-REC.
009950     MOVE WS-REL-LINE TO REL-RLO-REC.
009960     WRITE REL-RLO-REC.
009970     ADD 1 TO WS-RLO-PAIRS.
009980     MOVE 1 TO WS-LINE-STATE.
009990 6500-RELEASE-ONE-LINE-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------
010030*    THE RELEASED BATCH'S HDR - ORIGINAL SOURCE-ID AND BUSINESS
010040*    DATE, THE RE-COUNTED PAIRS, AND THE R THAT TELLS ABC THE
010050*    OLD DATE IS DELIBERATE.
010060*----------------------------------------------------------------
010070 6600-WRITE-REL-HEADER.
010080*----------------------------------------------------------------
010090     MOVE SPACES TO REL-RLO-REC.
010100     STRING
010110         "HDR "                   DELIMITED BY SIZE
010120         WS-BAT-SRC(WS-BAT-SUB)   DELIMITED BY SIZE
010130         " "                      DELIMITED BY SIZE
010140         WS-BAT-DATE(WS-BAT-SUB)  DELIMITED BY SIZE
010150         " "                      DELIMITED BY SIZE
010160         WS-CALC-PAIRS            DELIMITED BY SIZE
010170         " R"                     DELIMITED BY SIZE
010180         INTO REL-RLO-REC
010190     END-STRING.
010200     WRITE REL-RLO-REC.
010210 6600-WRITE-REL-HEADER-EXIT.
010220     EXIT.
010230
010240*----------------------------------------------------------------
010250 6700-WRITE-REL-TRAILER.
010260*----------------------------------------------------------------
010270     MOVE SPACES TO REL-RLO-REC.
010280     STRING
010290         "TRL "                   DELIMITED BY SIZE
010300         WS-CALC-PAIRS            DELIMITED BY SIZE
010310         " "                      DELIMITED BY SIZE
010320         WS-CALC-HASH             DELIMITED BY SIZE
010330         INTO REL-RLO-REC
010340     END-STRING.
010350     WRITE REL-RLO-REC.
010360 6700-WRITE-REL-TRAILER-EXIT.
010370     EXIT.
010380
010390*----------------------------------------------------------------
010400*    FOLD THE PENDING PAIR'S LINE-1 INTO WS-CALC-HASH - THE SAME
010410*    HASH ABCCOL AND ABC TAKE: THE THREE A/B/C INPUT VALUES, OR
010420*    AN N-ELEMENT GROUP'S ITEMS (UP TO TWELVE, SIZE SKIPPED). THE
010430*    CALLER LEAVES THE PAIR'S LINE-2 IN WS-REL-LINE.
010440*----------------------------------------------------------------
010450 7000-HASH-PENDING-PAIR.
010460*----------------------------------------------------------------
010470     IF WS-REL-LINE(1:2) NUMERIC
010480             AND WS-REL-LINE(3:1) = SPACE
010490         PERFORM 7020-HASH-PENDING-GROUP
010500             THRU 7020-HASH-PENDING-GROUP-EXIT
010510         GO TO 7000-HASH-PENDING-PAIR-EXIT
010520     END-IF.
010530     MOVE SPACES TO WS-TOK-A.
010540     MOVE SPACES TO WS-TOK-B.
010550     MOVE SPACES TO WS-TOK-C.
010560     UNSTRING WS-PEND-LINE1
010570         DELIMITED BY SPACE
010580         INTO WS-TOK-A, WS-TOK-B, WS-TOK-C
010590     END-UNSTRING.
010600     MOVE WS-TOK-A TO WS-HASH-TOKEN.
010610     PERFORM 7010-HASH-ONE-VALUE
010620         THRU 7010-HASH-ONE-VALUE-EXIT.
010630     MOVE WS-TOK-B TO WS-HASH-TOKEN.
010640     PERFORM 7010-HASH-ONE-VALUE
010650         THRU 7010-HASH-ONE-VALUE-EXIT.
010660     MOVE WS-TOK-C TO WS-HASH-TOKEN.
010670     PERFORM 7010-HASH-ONE-VALUE
010680         THRU 7010-HASH-ONE-VALUE-EXIT.
010690 7000-HASH-PENDING-PAIR-EXIT.
010700     EXIT.
010710
010720*----------------------------------------------------------------
010730 7010-HASH-ONE-VALUE.
010740*----------------------------------------------------------------
010750     IF WS-HASH-TOKEN(2:1) = SPACE
010760         MOVE WS-HASH-TOKEN(1:1) TO WS-HASH-TOKEN(2:1)
010770         MOVE "0" TO WS-HASH-TOKEN(1:1)
010780     END-IF.
010790     IF WS-HASH-TOKEN NUMERIC
010800         MOVE WS-HASH-TOKEN TO WS-HASH-VAL
010810         ADD WS-HASH-VAL TO WS-CALC-HASH
010820     END-IF.
010830 7010-HASH-ONE-VALUE-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870 7020-HASH-PENDING-GROUP.
010880*----------------------------------------------------------------
010890     MOVE WS-PEND-LINE1(1:40) TO WS-GRP-SCAN-LINE.
010900     MOVE 1 TO WS-GRP-PTR.
010910     MOVE ZERO TO WS-GRP-TOKENS.
010920     PERFORM 7030-HASH-GROUP-TOKEN
010930         THRU 7030-HASH-GROUP-TOKEN-EXIT
010940         UNTIL WS-GRP-PTR > 40.
010950 7020-HASH-PENDING-GROUP-EXIT.
010960     EXIT.
010970
010980*----------------------------------------------------------------
010990 7030-HASH-GROUP-TOKEN.
011000*----------------------------------------------------------------
011010     IF WS-GRP-SCAN-LINE(WS-GRP-PTR:1) = SPACE
011020         ADD 1 TO WS-GRP-PTR
011030         GO TO 7030-HASH-GROUP-TOKEN-EXIT
011040     END-IF.
011050     ADD 1 TO WS-GRP-TOKENS.
011060     MOVE SPACES TO WS-HASH-TOKEN.
011070     UNSTRING WS-GRP-SCAN-LINE
011080         DELIMITED BY SPACE
011090         INTO WS-HASH-TOKEN
011100         WITH POINTER WS-GRP-PTR
011110     END-UNSTRING.
011120     IF WS-GRP-TOKENS > 1
011130             AND WS-GRP-TOKENS < 14
011140         PERFORM 7010-HASH-ONE-VALUE
011150             THRU 7010-HASH-ONE-VALUE-EXIT
011160     END-IF.
011170 7030-HASH-GROUP-TOKEN-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------------
011210*    ONE LINE PER HELD BATCH, THEN EVERY CARD THAT FOUND NO
011220*    BATCH, THEN THE TOTALS.
011230*----------------------------------------------------------------
011240 8000-WRITE-REPORT.
011250*----------------------------------------------------------------
011260     PERFORM 8100-REPORT-ONE-BATCH
011270         THRU 8100-REPORT-ONE-BATCH-EXIT
011280         VARYING WS-BAT-SUB FROM 1 BY 1
011290         UNTIL WS-BAT-SUB > WS-BAT-TBL-COUNT.
011300     PERFORM 8200-REPORT-ONE-CARD
011310         THRU 8200-REPORT-ONE-CARD-EXIT
011320         VARYING WS-CARD-SUB FROM 1 BY 1
011330         UNTIL WS-CARD-SUB > WS-CARD-TBL-COUNT.
011340
011350     MOVE SPACES TO REL-RPT-REC.
011360     STRING
011370         "  BATCHES HELD: "        DELIMITED BY SIZE
011380         WS-BAT-TBL-COUNT          DELIMITED BY SIZE
011390         "  RELEASED: "            DELIMITED BY SIZE
011400         WS-RELEASE-COUNT          DELIMITED BY SIZE
011410         "  CORRECTED: "           DELIMITED BY SIZE
011420         WS-CORRECT-COUNT          DELIMITED BY SIZE
011430         "  DROPPED: "             DELIMITED BY SIZE
011440         WS-DROP-COUNT             DELIMITED BY SIZE
011450         "  STILL HELD: "          DELIMITED BY SIZE
011460         WS-STILL-HELD-COUNT       DELIMITED BY SIZE
011470         INTO REL-RPT-REC
011480     END-STRING.
011490     WRITE REL-RPT-REC.
011500     MOVE SPACES TO REL-RPT-REC.
011510     STRING
011520         "  CARDS: "               DELIMITED BY SIZE
011530         WS-CARD-COUNT             DELIMITED BY SIZE
011540         "  REJECTED: "            DELIMITED BY SIZE
011550         WS-BAD-CARD-COUNT         DELIMITED BY SIZE
011560         "  UNMATCHED: "           DELIMITED BY SIZE
011570         WS-UNMATCHED-COUNT        DELIMITED BY SIZE
011580         "  PAIRS RELEASED: "      DELIMITED BY SIZE
011590         WS-RLO-PAIRS              DELIMITED BY SIZE
011600         "  CARRIED LINES: "       DELIMITED BY SIZE
011610         WS-RLI-LINES              DELIMITED BY SIZE
011620         INTO REL-RPT-REC
011630     END-STRING.
011640     WRITE REL-RPT-REC.
011650 8000-WRITE-REPORT-EXIT.
011660     EXIT.
011670
011680*----------------------------------------------------------------
011690 8100-REPORT-ONE-BATCH.
011700*----------------------------------------------------------------
011710     EVALUATE WS-BAT-DISP(WS-BAT-SUB)
011720         WHEN "R"
011730             MOVE "RELEASED AS HELD"         TO WS-DISP-TEXT
011740         WHEN "C"
011750             MOVE "RELEASED AS CORRECTED"    TO WS-DISP-TEXT
011760         WHEN "D"
011770             MOVE "DROPPED"                  TO WS-DISP-TEXT
011780         WHEN "F"
011790             MOVE "STILL HELD - COR FAILED"  TO WS-DISP-TEXT
011800         WHEN OTHER
011810             MOVE "STILL HELD - NO CARD"     TO WS-DISP-TEXT
011820     END-EVALUATE.
011830     MOVE SPACES TO REL-RPT-REC.
011840     STRING
011850         "  "                          DELIMITED BY SIZE
011860         WS-BAT-SRC(WS-BAT-SUB)        DELIMITED BY SIZE
011870         " "                           DELIMITED BY SIZE
011880         WS-BAT-DATE(WS-BAT-SUB)       DELIMITED BY SIZE
011890         " HELD "                      DELIMITED BY SIZE
011900         WS-BAT-HELD-DATE(WS-BAT-SUB)  DELIMITED BY SIZE
011910         " "                           DELIMITED BY SIZE
011920         WS-BAT-REASON(WS-BAT-SUB)     DELIMITED BY SIZE
011930         " PAIRS "                     DELIMITED BY SIZE
011940         WS-BAT-PAIRS(WS-BAT-SUB)      DELIMITED BY SIZE
011950         "  "                          DELIMITED BY SIZE
011960         WS-DISP-TEXT                  DELIMITED BY SIZE
011970         " "                           DELIMITED BY SIZE
011980         WS-BAT-NOTE(WS-BAT-SUB)       DELIMITED BY SIZE
011990         INTO REL-RPT-REC
012000     END-STRING.
012010     WRITE REL-RPT-REC.
012020     IF WS-BAT-CARD(WS-BAT-SUB) > ZERO
012030         MOVE SPACES TO REL-RPT-REC
012040         STRING
012050             "      CARD: "            DELIMITED BY SIZE
012060             WS-CARD-ACTION(WS-BAT-CARD(WS-BAT-SUB))
012070                                       DELIMITED BY SIZE
012080             " "                       DELIMITED BY SIZE
012090             WS-CARD-TEXT(WS-BAT-CARD(WS-BAT-SUB))
012100                                       DELIMITED BY SIZE
012110             INTO REL-RPT-REC
012120         END-STRING
012130         WRITE REL-RPT-REC
012140     END-IF.
012150 8100-REPORT-ONE-BATCH-EXIT.
012160     EXIT.
012170
012180*----------------------------------------------------------------
012190 8200-REPORT-ONE-CARD.
012200*----------------------------------------------------------------
012210     IF WS-CARD-USED(WS-CARD-SUB) = "Y"
012220         GO TO 8200-REPORT-ONE-CARD-EXIT
012230     END-IF.
012240     ADD 1 TO WS-UNMATCHED-COUNT.
012250     MOVE SPACES TO REL-RPT-REC.
012260     STRING
012270         "  CARD "                     DELIMITED BY SIZE
012280         WS-CARD-ACTION(WS-CARD-SUB)   DELIMITED BY SIZE
012290         " "                           DELIMITED BY SIZE
012300         WS-CARD-SRC(WS-CARD-SUB)      DELIMITED BY SIZE
012310         " "                           DELIMITED BY SIZE
012320         WS-CARD-DATE(WS-CARD-SUB)     DELIMITED BY SIZE
012330         "  REJECTED - NO HELD BATCH FOR THIS SOURCE AND DATE"
012340                                       DELIMITED BY SIZE
012350         INTO REL-RPT-REC
012360     END-STRING.
012370     WRITE REL-RPT-REC.
012380 8200-REPORT-ONE-CARD-EXIT.
012390     EXIT.
012400
012410*----------------------------------------------------------------
012420 9000-TERMINATE.
012430*----------------------------------------------------------------
012440     IF ABCRLC-OK OR ABCRLC-EOF
012450         CLOSE REL-CARD-FILE
012460     END-IF.
012470     IF ABCRLO-OK
012480         CLOSE REL-RLO-FILE
012490     END-IF.
012500     IF ABCHLO-OK
012510         CLOSE REL-HLO-FILE
012520     END-IF.
012530     IF ABCRLR-OK
012540         CLOSE REL-RPT-FILE
012550     END-IF.
012560
012570     PERFORM 9700-SET-RETURN-CODE
012580         THRU 9700-SET-RETURN-CODE-EXIT.
012590 9000-TERMINATE-EXIT.
012600     EXIT.
012610
012620*----------------------------------------------------------------
012630*    SETS RETURN-CODE FOR THE SCHEDULER TO BRANCH ON:
012640*        00  EVERY CARD WAS APPLIED.
012650*        04  A CARD WAS REJECTED OR MATCHED NO HELD BATCH, OR A
012660*            CORRECTED BATCH DID NOT PROVE AND STAYS HELD - SEE
012670*            THE ABCRLR REPORT. BATCHES WITH NO CARD ALONE DO
012680*            NOT RAISE THE CODE; THEY SIMPLY STAY HELD.
012690*        16  FATAL - A REQUIRED FILE COULD NOT BE OPENED OR A
012700*            TABLE OVERFLOWED.
012710*----------------------------------------------------------------
012720 9700-SET-RETURN-CODE.
012730*----------------------------------------------------------------
012740     IF WS-FATAL-ERROR
012750         MOVE 16 TO RETURN-CODE
012760     ELSE
012770         IF WS-BAD-CARD-COUNT > ZERO
012780                 OR WS-UNMATCHED-COUNT > ZERO
012790                 OR WS-COR-FAIL-COUNT > ZERO
012800             MOVE 04 TO RETURN-CODE
012810         ELSE
012820             MOVE 00 TO RETURN-CODE
012830         END-IF
012840     END-IF.
012850 9700-SET-RETURN-CODE-EXIT.
012860     EXIT.
