000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ABCWDR.
000120 AUTHOR.        C MORGAN.
000130 INSTALLATION.  ROUTING SYSTEMS GROUP.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 CAM   ORIGINAL VERSION. DESK WITHDRAWAL OF OUT
000210*                  VALUES SENT DOWNSTREAM IN ERROR. READS A DECK
000220*                  OF CANCEL-REQUEST CARDS (ABCWCI), EACH NAMING
000230*                  THE SEQUENCE NUMBER AND BUSINESS DATE OF A
000240*                  DETAIL THE ENGINE WAS SENT, FINDS THAT XD ON
000250*                  THE KEPT CUTS (ABCXMS - THE MAIN, EXPRESS,
000260*                  CORRECTION, RETRANSMISSION AND WITHDRAWAL
000270*                  GENERATIONS) AND WRITES ONE XW WITHDRAWAL
000280*                  DETAIL PER CARD TO THE WITHDRAWAL CUT
000290*                  (ABCXFW), XH/XT BRACKETED, SEQUENCE NUMBERS IN
000300*                  THEIR OWN 6000001+ RANGE. THE XW CARRIES THE
000310*                  OUT AND THE PAIR IDENTITY FROM THE XD SO THE
000320*                  ENGINE AND THE ABCACK LEDGER CAN TIE IT BACK.
000330*                  A CARD WHOSE DETAIL IS NOT ON THE KEPT CUTS,
000340*                  OR WAS ALREADY WITHDRAWN, IS LISTED ON THE
000350*                  ABCWRP REPORT AND WRITES NOTHING.
000360*
000370*                  CANCEL-REQUEST CARD LAYOUT (ABCWCI):
000380*                      COLS  1-7   SEQUENCE NUMBER TO WITHDRAW
000390*                      COLS  9-16  BUSINESS DATE IT WAS SENT
000400*                                  UNDER (XD COLS 12-19)
000410*                      COLS 18-57  COMMENT - WHO ASKED, WHY
000420*
000430*                  WITHDRAWAL DETAIL LAYOUT (XW, 80 BYTES):
000440*                      COLS  1-2   "XW"
000450*                      COLS  4-10  SEQUENCE NUMBER
000460*                      COLS 12-19  BUSINESS DATE OF THIS CUT
000470*                      COLS 21-27  SEQUENCE NUMBER WITHDRAWN
000480*                      COLS 29-36  BUSINESS DATE IT WAS SENT
000490*                                  UNDER
000500*                      COLS 38-45  OUT WITHDRAWN (FIRST 3 SLOTS)
000510*                      COLS 58-64  ABCIN RECORD NUMBER, AS ON XD
000520*                      COLS 66-67  SOURCE-ID, AS ON XD
000530*                      COLS 69-76  AUDIT DATE OF THE PAIR, AS
000540*                                  ON XD
000550*----------------------------------------------------------------
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT WDR-CARD-FILE ASSIGN TO "ABCWCI"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ABCWCI-STATUS.
000630
000640     SELECT WDR-XMS-FILE ASSIGN TO "ABCXMS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ABCXMS-STATUS.
000670
000680     SELECT WDR-XFW-FILE ASSIGN TO "ABCXFW"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ABCXFW-STATUS.
000710
000720     SELECT WDR-RPT-FILE ASSIGN TO "ABCWRP"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ABCWRP-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  WDR-CARD-FILE.
000790 01  WDR-CARD-REC.
000800     05  WDR-CARD-SEQ            PIC X(07).
000810     05  FILLER                  PIC X(01).
000820     05  WDR-CARD-DATE           PIC X(08).
000830     05  FILLER                  PIC X(01).
000840     05  WDR-CARD-TEXT           PIC X(40).
000850     05  FILLER                  PIC X(23).
000860
000870 FD  WDR-XMS-FILE.
000880 01  WDR-XMS-REC                 PIC X(80).
000890
000900 FD  WDR-XFW-FILE.
000910 01  WDR-XFW-REC                 PIC X(80).
000920
000930 FD  WDR-RPT-FILE.
000940 01  WDR-RPT-REC                 PIC X(132).
000950
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------
000980* FILE STATUS AND END-OF-FILE SWITCHES
000990*----------------------------------------------------------------
001000 01  WS-ABCWCI-STATUS            PIC X(02).
001010     88  ABCWCI-OK               VALUE "00".
001020     88  ABCWCI-EOF              VALUE "10".
001030
001040 01  WS-ABCXMS-STATUS            PIC X(02).
001050     88  ABCXMS-OK               VALUE "00".
001060     88  ABCXMS-EOF              VALUE "10".
001070
001080 01  WS-ABCXFW-STATUS            PIC X(02).
001090     88  ABCXFW-OK               VALUE "00".
001100
001110 01  WS-ABCWRP-STATUS            PIC X(02).
001120     88  ABCWRP-OK               VALUE "00".
001130
001140 01  WS-SWITCHES.
001150     05  WS-CARD-EOF-SW          PIC X(01)  VALUE "N".
001160         88  WS-CARD-EOF         VALUE "Y".
001170     05  WS-XMS-EOF-SW           PIC X(01)  VALUE "N".
001180         88  WS-XMS-EOF          VALUE "Y".
001190     05  WS-FATAL-SW             PIC X(01)  VALUE "N".
001200         88  WS-FATAL-ERROR      VALUE "Y".
001210
001220 01  WS-COUNTERS.
001230     05  WS-CARD-COUNT           PIC 9(05)  VALUE ZERO.
001240     05  WS-BAD-CARD-COUNT       PIC 9(05)  VALUE ZERO.
001250     05  WS-WITHDRAWN-COUNT      PIC 9(05)  VALUE ZERO.
001260     05  WS-PRIORWD-COUNT        PIC 9(05)  VALUE ZERO.
001270     05  WS-NOT-FOUND-COUNT      PIC 9(05)  VALUE ZERO.
001280     05  WS-XMS-READ-COUNT       PIC 9(07)  VALUE ZERO.
001290
001300*----------------------------------------------------------------
001310* THE WITHDRAWAL CUT'S SEQUENCE RANGE - ITS OWN BAND, CLEAR OF
001320* THE MAIN (1+), RETRANSMISSION (7000001+), CORRECTION
001330* (8000001+) AND EXPRESS (9000001+) RANGES.
001340*----------------------------------------------------------------
001350 01  WS-WDR-SEQ-BASE             PIC 9(07)  VALUE 6000000.
001360
001370*----------------------------------------------------------------
001380* CANCEL-REQUEST CARDS, LOADED WHOLE. EACH CARD'S STATE IS SET
001390* BY THE PASS OVER THE KEPT CUTS:
001400*     SPACE  THE DETAIL WAS NOT FOUND
001410*     F      FOUND - OUT AND PAIR IDENTITY TAKEN FROM THE XD
001420*     W      ALREADY WITHDRAWN BY AN EARLIER XW, WHICH WINS
001430*            OVER F WHATEVER ORDER THE CUTS ARE READ IN
001440*----------------------------------------------------------------
001450 01  WS-CARD-CONTROLS.
001460     05  WS-CARD-MAX             PIC 9(03)  VALUE 200.
001470     05  WS-CARD-SUB             PIC 9(03)  COMP  VALUE ZERO.
001480     05  WS-CARD-HIT             PIC 9(03)  COMP  VALUE ZERO.
001490     05  WS-CARD-TBL-COUNT       PIC 9(03)  VALUE ZERO.
001500
001510 01  WS-CARD-TABLE.
001520     05  WS-CARD-ENTRY OCCURS 200 TIMES.
001530         10  WS-CARD-SEQ         PIC X(07).
001540         10  WS-CARD-DATE        PIC X(08).
001550         10  WS-CARD-TEXT        PIC X(40).
001560         10  WS-CARD-STATE       PIC X(01).
001570             88  WS-CARD-FOUND   VALUE "F".
001580             88  WS-CARD-PRIORWD VALUE "W".
001590         10  WS-CARD-OUT         PIC X(08).
001600         10  WS-CARD-RECNO       PIC X(07).
001610         10  WS-CARD-SRC         PIC X(02).
001620         10  WS-CARD-PAIR-DATE   PIC X(08).
001630         10  WS-CARD-WD-SEQ      PIC X(07).
001640         10  WS-CARD-WD-DATE     PIC X(08).
001650
001660 01  WS-WDR-WORK.
001670     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
001680     05  WS-SEQ-NO               PIC 9(07)  VALUE ZERO.
001690     05  WS-FIND-SEQ             PIC X(07)  VALUE SPACES.
001700     05  WS-FIND-DATE            PIC X(08)  VALUE SPACES.
001710
001720 PROCEDURE DIVISION.
001730*----------------------------------------------------------------
001740 0000-MAINLINE.
001750*----------------------------------------------------------------
001760     PERFORM 1000-INITIALIZE
001770         THRU 1000-INITIALIZE-EXIT.
001780
001790     IF NOT WS-FATAL-ERROR
001800         PERFORM 2000-LOAD-CARD
001810             THRU 2000-LOAD-CARD-EXIT
001820             UNTIL WS-CARD-EOF
001830     END-IF.
001840
001850     IF NOT WS-FATAL-ERROR
001860         PERFORM 3000-SCAN-KEPT-CUTS
001870             THRU 3000-SCAN-KEPT-CUTS-EXIT
001880         PERFORM 4000-WRITE-WITHDRAWALS
001890             THRU 4000-WRITE-WITHDRAWALS-EXIT
001900         PERFORM 8000-WRITE-TOTALS
001910             THRU 8000-WRITE-TOTALS-EXIT
001920     END-IF.
001930
001940     PERFORM 9000-TERMINATE
001950         THRU 9000-TERMINATE-EXIT.
001960
001970     GOBACK.
001980
001990*----------------------------------------------------------------
002000*    THE CARDS, THE KEPT CUTS AND BOTH OUTPUTS ARE REQUIRED - A
002010*    WITHDRAWAL CUT BUILT WITHOUT THE KEPT CUTS COULD NAME
002020*    NOTHING.
002030*----------------------------------------------------------------
002040 1000-INITIALIZE.
002050*----------------------------------------------------------------
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002070
002080     OPEN INPUT WDR-CARD-FILE.
002090     IF NOT ABCWCI-OK
002100         DISPLAY "ABCWDR: UNABLE TO OPEN ABCWCI, STATUS="
002110             WS-ABCWCI-STATUS
002120         MOVE "Y" TO WS-FATAL-SW
002130     END-IF.
002140
002150     IF NOT WS-FATAL-ERROR
002160         OPEN INPUT WDR-XMS-FILE
002170         IF NOT ABCXMS-OK
002180             DISPLAY "ABCWDR: UNABLE TO OPEN ABCXMS, STATUS="
002190                 WS-ABCXMS-STATUS
002200             MOVE "Y" TO WS-FATAL-SW
002210         END-IF
002220     END-IF.
002230
002240     IF NOT WS-FATAL-ERROR
002250         OPEN OUTPUT WDR-RPT-FILE
002260         IF NOT ABCWRP-OK
002270             DISPLAY "ABCWDR: UNABLE TO OPEN ABCWRP, STATUS="
002280                 WS-ABCWRP-STATUS
002290             MOVE "Y" TO WS-FATAL-SW
002300         END-IF
002310     END-IF.
002320
002330     IF NOT WS-FATAL-ERROR
002340         OPEN OUTPUT WDR-XFW-FILE
002350         IF NOT ABCXFW-OK
002360             DISPLAY "ABCWDR: UNABLE TO OPEN ABCXFW, STATUS="
002370                 WS-ABCXFW-STATUS
002380             MOVE "Y" TO WS-FATAL-SW
002390         END-IF
002400     END-IF.
002410
002420     IF NOT WS-FATAL-ERROR
002430         MOVE WS-WDR-SEQ-BASE TO WS-SEQ-NO
002440         MOVE "ABCWDR DESK WITHDRAWAL REQUESTS" TO WDR-RPT-REC
002450         WRITE WDR-RPT-REC
002460     END-IF.
002470 1000-INITIALIZE-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------
002510*    LOAD ONE CANCEL-REQUEST CARD. A NON-NUMERIC SEQUENCE NUMBER
002520*    OR DATE, OR A SECOND CARD FOR THE SAME DETAIL, IS LISTED
002530*    AND NOT LOADED.
002540*----------------------------------------------------------------
002550 2000-LOAD-CARD.
002560*----------------------------------------------------------------
002570     READ WDR-CARD-FILE
002580         AT END
002590             SET WS-CARD-EOF TO TRUE
002600     END-READ.
002610     IF WS-CARD-EOF
002620         GO TO 2000-LOAD-CARD-EXIT
002630     END-IF.
002640     IF WDR-CARD-REC = SPACES
002650         GO TO 2000-LOAD-CARD-EXIT
002660     END-IF.
002670     ADD 1 TO WS-CARD-COUNT.
002680
002690     IF WDR-CARD-SEQ NOT NUMERIC
002700             OR WDR-CARD-DATE NOT NUMERIC
002710         ADD 1 TO WS-BAD-CARD-COUNT
002720         MOVE SPACES TO WDR-RPT-REC
002730         STRING
002740             "  CARD "               DELIMITED BY SIZE
002750             WDR-CARD-REC(1:57)      DELIMITED BY SIZE
002760             "  REJECTED - BAD SEQUENCE NUMBER OR DATE"
002770                                     DELIMITED BY SIZE
002780             INTO WDR-RPT-REC
002790         END-STRING
002800         WRITE WDR-RPT-REC
002810         GO TO 2000-LOAD-CARD-EXIT
002820     END-IF.
002830
002840     MOVE WDR-CARD-SEQ  TO WS-FIND-SEQ.
002850     MOVE WDR-CARD-DATE TO WS-FIND-DATE.
002860     PERFORM 2100-FIND-CARD
002870         THRU 2100-FIND-CARD-EXIT.
002880     IF WS-CARD-HIT > ZERO
002890         ADD 1 TO WS-BAD-CARD-COUNT
002900         MOVE SPACES TO WDR-RPT-REC
002910         STRING
002920             "  CARD "               DELIMITED BY SIZE
002930             WDR-CARD-REC(1:57)      DELIMITED BY SIZE
002940             "  REJECTED - DUPLICATE CARD"
002950                                     DELIMITED BY SIZE
002960             INTO WDR-RPT-REC
002970         END-STRING
002980         WRITE WDR-RPT-REC
002990         GO TO 2000-LOAD-CARD-EXIT
003000     END-IF.
003010
003020     IF WS-CARD-TBL-COUNT = WS-CARD-MAX
003030         DISPLAY "ABCWDR: CANCEL-REQUEST CARDS EXCEED "
003040             WS-CARD-MAX " - RUN ABORTED"
003050         MOVE "Y" TO WS-FATAL-SW
003060         SET WS-CARD-EOF TO TRUE
003070         GO TO 2000-LOAD-CARD-EXIT
003080     END-IF.
003090     ADD 1 TO WS-CARD-TBL-COUNT.
003100     MOVE SPACES        TO WS-CARD-ENTRY(WS-CARD-TBL-COUNT).
003110     MOVE WDR-CARD-SEQ  TO WS-CARD-SEQ(WS-CARD-TBL-COUNT).
003120     MOVE WDR-CARD-DATE TO WS-CARD-DATE(WS-CARD-TBL-COUNT).
003130     MOVE WDR-CARD-TEXT TO WS-CARD-TEXT(WS-CARD-TBL-COUNT).
003140 2000-LOAD-CARD-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------
003180*    FIND THE CARD FOR WS-FIND-SEQ/WS-FIND-DATE. WS-CARD-HIT IS
003190*    ITS SUBSCRIPT, OR ZERO WHEN THERE IS NONE.
003200*----------------------------------------------------------------
003210 2100-FIND-CARD.
003220*----------------------------------------------------------------
003230     MOVE ZERO TO WS-CARD-HIT.
003240     PERFORM 2110-TEST-ONE-CARD
003250         THRU 2110-TEST-ONE-CARD-EXIT
003260         VARYING WS-CARD-SUB FROM 1 BY 1
003270         UNTIL WS-CARD-SUB > WS-CARD-TBL-COUNT
003280             OR WS-CARD-HIT > ZERO.
003290 2100-FIND-CARD-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330 2110-TEST-ONE-CARD.
003340*----------------------------------------------------------------
003350     IF WS-CARD-SEQ(WS-CARD-SUB) = WS-FIND-SEQ
003360             AND WS-CARD-DATE(WS-CARD-SUB) = WS-FIND-DATE
003370         MOVE WS-CARD-SUB TO WS-CARD-HIT
003380     END-IF.
003390 2110-TEST-ONE-CARD-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430*    ONE PASS OVER THE KEPT CUTS. AN XD IS MATCHED ON ITS OWN
003440*    SEQUENCE NUMBER AND DATE (COLS 4-10, 12-19); AN XW ON THE
003450*    SEQUENCE NUMBER AND DATE IT WITHDRAWS (COLS 21-27, 29-36).
003460*----------------------------------------------------------------
003470 3000-SCAN-KEPT-CUTS.
003480*----------------------------------------------------------------
003490     IF WS-CARD-TBL-COUNT = ZERO
003500         GO TO 3000-SCAN-KEPT-CUTS-EXIT
003510     END-IF.
003520     PERFORM 3100-MATCH-ONE-XMIT-RECORD
003530         THRU 3100-MATCH-ONE-XMIT-RECORD-EXIT
003540         UNTIL WS-XMS-EOF.
003550 3000-SCAN-KEPT-CUTS-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------
003590 3100-MATCH-ONE-XMIT-RECORD.
003600*----------------------------------------------------------------
003610     READ WDR-XMS-FILE
003620         AT END
003630             SET WS-XMS-EOF TO TRUE
003640     END-READ.
003650     IF WS-XMS-EOF
003660         GO TO 3100-MATCH-ONE-XMIT-RECORD-EXIT
003670     END-IF.
003680     ADD 1 TO WS-XMS-READ-COUNT.
003690
003700     IF WDR-XMS-REC(1:3) = "XW "
003710         MOVE WDR-XMS-REC(21:7) TO WS-FIND-SEQ
003720         MOVE WDR-XMS-REC(29:8) TO WS-FIND-DATE
003730         PERFORM 2100-FIND-CARD
003740             THRU 2100-FIND-CARD-EXIT
003750         IF WS-CARD-HIT > ZERO
003760             MOVE "W" TO WS-CARD-STATE(WS-CARD-HIT)
003770             MOVE WDR-XMS-REC(4:7)
003780                 TO WS-CARD-WD-SEQ(WS-CARD-HIT)
003790             MOVE WDR-XMS-REC(12:8)
003800                 TO WS-CARD-WD-DATE(WS-CARD-HIT)
003810         END-IF
003820         GO TO 3100-MATCH-ONE-XMIT-RECORD-EXIT
003830     END-IF.
003840
003850     IF WDR-XMS-REC(1:3) NOT = "XD "
003860         GO TO 3100-MATCH-ONE-XMIT-RECORD-EXIT
003870     END-IF.
003880     MOVE WDR-XMS-REC(4:7)  TO WS-FIND-SEQ.
003890     MOVE WDR-XMS-REC(12:8) TO WS-FIND-DATE.
003900     PERFORM 2100-FIND-CARD
003910         THRU 2100-FIND-CARD-EXIT.
003920     IF WS-CARD-HIT = ZERO
003930             OR WS-CARD-PRIORWD(WS-CARD-HIT)
003940         GO TO 3100-MATCH-ONE-XMIT-RECORD-EXIT
003950     END-IF.
003960     MOVE "F"                TO WS-CARD-STATE(WS-CARD-HIT).
003970     MOVE WDR-XMS-REC(21:8)  TO WS-CARD-OUT(WS-CARD-HIT).
003980     MOVE WDR-XMS-REC(58:7)  TO WS-CARD-RECNO(WS-CARD-HIT).
003990     MOVE WDR-XMS-REC(66:2)  TO WS-CARD-SRC(WS-CARD-HIT).
004000     MOVE WDR-XMS-REC(69:8)  TO WS-CARD-PAIR-DATE(WS-CARD-HIT).
004010 3100-MATCH-ONE-XMIT-RECORD-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------
004050*    THE WITHDRAWAL CUT - BRACKETED XH/XT EVEN WHEN NO CARD
004060*    WITHDREW ANYTHING, SO AN EMPTY CUT IS STILL A WELL-FORMED
004070*    FILE.
004080*----------------------------------------------------------------
004090 4000-WRITE-WITHDRAWALS.
004100*----------------------------------------------------------------
004110     MOVE SPACES TO WDR-XFW-REC.
004120     STRING
004130         "XH "                  DELIMITED BY SIZE
004140         WS-RUN-DATE            DELIMITED BY SIZE
004150         INTO WDR-XFW-REC
004160     END-STRING.
004170     WRITE WDR-XFW-REC.
004180
004190     PERFORM 4100-WITHDRAW-ONE-CARD
004200         THRU 4100-WITHDRAW-ONE-CARD-EXIT
004210         VARYING WS-CARD-SUB FROM 1 BY 1
004220         UNTIL WS-CARD-SUB > WS-CARD-TBL-COUNT.
004230
004240     MOVE SPACES TO WDR-XFW-REC.
004250     STRING
004260         "XT "                  DELIMITED BY SIZE
004270         WS-WITHDRAWN-COUNT     DELIMITED BY SIZE
004280         INTO WDR-XFW-REC
004290     END-STRING.
004300     WRITE WDR-XFW-REC.
004310 4000-WRITE-WITHDRAWALS-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350*    ONE CARD - AN XW FOR A DETAIL FOUND AND NOT YET WITHDRAWN,
004360*    OTHERWISE A LINE SAYING WHY NOT.
004370*----------------------------------------------------------------
004380 4100-WITHDRAW-ONE-CARD.
004390*----------------------------------------------------------------
004400     IF WS-CARD-PRIORWD(WS-CARD-SUB)
004410         ADD 1 TO WS-PRIORWD-COUNT
004420         MOVE SPACES TO WDR-RPT-REC
004430         STRING
004440             "  ALREADY WITHDRAWN: SEQ " DELIMITED BY SIZE
004450             WS-CARD-SEQ(WS-CARD-SUB)    DELIMITED BY SIZE
004460             " OF "                      DELIMITED BY SIZE
004470             WS-CARD-DATE(WS-CARD-SUB)   DELIMITED BY SIZE
004480             " BY SEQ "                  DELIMITED BY SIZE
004490             WS-CARD-WD-SEQ(WS-CARD-SUB) DELIMITED BY SIZE
004500             " OF "                      DELIMITED BY SIZE
004510             WS-CARD-WD-DATE(WS-CARD-SUB) DELIMITED BY SIZE
004520             INTO WDR-RPT-REC
004530         END-STRING
004540         WRITE WDR-RPT-REC
004550         GO TO 4100-WITHDRAW-ONE-CARD-EXIT
004560     END-IF.
004570
004580     IF NOT WS-CARD-FOUND(WS-CARD-SUB)
004590         ADD 1 TO WS-NOT-FOUND-COUNT
004600         MOVE SPACES TO WDR-RPT-REC
004610         STRING
004620             "  NOT WITHDRAWN: SEQ "     DELIMITED BY SIZE
004630             WS-CARD-SEQ(WS-CARD-SUB)    DELIMITED BY SIZE
004640             " OF "                      DELIMITED BY SIZE
004650             WS-CARD-DATE(WS-CARD-SUB)   DELIMITED BY SIZE
004660             " - NOT ON THE KEPT CUTS"   DELIMITED BY SIZE
004670             INTO WDR-RPT-REC
004680         END-STRING
004690         WRITE WDR-RPT-REC
004700         GO TO 4100-WITHDRAW-ONE-CARD-EXIT
004710     END-IF.
004720
004730     ADD 1 TO WS-SEQ-NO.
004740     ADD 1 TO WS-WITHDRAWN-COUNT.
004750     MOVE SPACES TO WDR-XFW-REC.
004760     MOVE "XW"                 TO WDR-XFW-REC(1:2).
004770     MOVE WS-SEQ-NO            TO WDR-XFW-REC(4:7).
004780     MOVE WS-RUN-DATE          TO WDR-XFW-REC(12:8).
004790     MOVE WS-CARD-SEQ(WS-CARD-SUB)  TO WDR-XFW-REC(21:7).
004800     MOVE WS-CARD-DATE(WS-CARD-SUB) TO WDR-XFW-REC(29:8).
004810     MOVE WS-CARD-OUT(WS-CARD-SUB)  TO WDR-XFW-REC(38:8).
004820     MOVE WS-CARD-RECNO(WS-CARD-SUB) TO WDR-XFW-REC(58:7).
004830     MOVE WS-CARD-SRC(WS-CARD-SUB)  TO WDR-XFW-REC(66:2).
004840     MOVE WS-CARD-PAIR-DATE(WS-CARD-SUB)
004850                               TO WDR-XFW-REC(69:8).
004860     WRITE WDR-XFW-REC.
004870
004880     MOVE SPACES TO WDR-RPT-REC.
004890     STRING
004900         "  WITHDRAWN: SEQ "         DELIMITED BY SIZE
004910         WS-CARD-SEQ(WS-CARD-SUB)    DELIMITED BY SIZE
004920         " OF "                      DELIMITED BY SIZE
004930         WS-CARD-DATE(WS-CARD-SUB)   DELIMITED BY SIZE
004940         " OUT=["                    DELIMITED BY SIZE
004950         WS-CARD-OUT(WS-CARD-SUB)    DELIMITED BY SIZE
004960         "] REC "                    DELIMITED BY SIZE
004970         WS-CARD-RECNO(WS-CARD-SUB)  DELIMITED BY SIZE
004980         " SRC="                     DELIMITED BY SIZE
004990         WS-CARD-SRC(WS-CARD-SUB)    DELIMITED BY SIZE
005000         " BY XW SEQ "               DELIMITED BY SIZE
005010         WS-SEQ-NO                   DELIMITED BY SIZE
005020         " - "                       DELIMITED BY SIZE
005030         WS-CARD-TEXT(WS-CARD-SUB)   DELIMITED BY SIZE
005040         INTO WDR-RPT-REC
005050     END-STRING.
005060     WRITE WDR-RPT-REC.
005070 4100-WITHDRAW-ONE-CARD-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110 8000-WRITE-TOTALS.
005120*----------------------------------------------------------------
005130     MOVE SPACES TO WDR-RPT-REC.
005140     STRING
005150         "  CARDS: "             DELIMITED BY SIZE
005160         WS-CARD-COUNT           DELIMITED BY SIZE
005170         "  REJECTED: "          DELIMITED BY SIZE
005180         WS-BAD-CARD-COUNT       DELIMITED BY SIZE
005190         "  WITHDRAWN: "         DELIMITED BY SIZE
005200         WS-WITHDRAWN-COUNT      DELIMITED BY SIZE
005210         "  ALREADY WITHDRAWN: " DELIMITED BY SIZE
005220         WS-PRIORWD-COUNT        DELIMITED BY SIZE
005230         "  NOT FOUND: "         DELIMITED BY SIZE
005240         WS-NOT-FOUND-COUNT      DELIMITED BY SIZE
005250         "  CUT RECORDS READ: "  DELIMITED BY SIZE
005260         WS-XMS-READ-COUNT       DELIMITED BY SIZE
005270         INTO WDR-RPT-REC
005280     END-STRING.
005290     WRITE WDR-RPT-REC.
005300     IF WS-BAD-CARD-COUNT > ZERO OR WS-NOT-FOUND-COUNT > ZERO
005310         DISPLAY "ABCWDR: " WS-BAD-CARD-COUNT " CARDS REJECTED, "
005320             WS-NOT-FOUND-COUNT " NOT FOUND - SEE ABCWRP"
005330     END-IF.
005340 8000-WRITE-TOTALS-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------
005380 9000-TERMINATE.
005390*----------------------------------------------------------------
005400     IF ABCWCI-OK OR ABCWCI-EOF
005410         CLOSE WDR-CARD-FILE
005420     END-IF.
005430     IF ABCXMS-OK OR ABCXMS-EOF
005440         CLOSE WDR-XMS-FILE
005450     END-IF.
005460     IF ABCXFW-OK
005470         CLOSE WDR-XFW-FILE
005480     END-IF.
005490     IF ABCWRP-OK
005500         CLOSE WDR-RPT-FILE
005510     END-IF.
005520
005530     PERFORM 9700-SET-RETURN-CODE
005540         THRU 9700-SET-RETURN-CODE-EXIT.
005550 9000-TERMINATE-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590*    SETS RETURN-CODE FOR THE SCHEDULER TO BRANCH ON:
005600*        00  EVERY CARD WITHDREW ITS DETAIL - SHIP ABCXFW.
005610*        04  A CARD WAS REJECTED, NAMED A DETAIL NOT ON THE
005620*            KEPT CUTS, OR NAMED ONE ALREADY WITHDRAWN - SEE
005630*            THE ABCWRP REPORT. ANY XW WRITTEN STILL SHIPS.
005640*        16  FATAL - A REQUIRED FILE COULD NOT BE OPENED OR THE
005650*            CARD TABLE OVERFLOWED.
005660*----------------------------------------------------------------
005670 9700-SET-RETURN-CODE.
005680*----------------------------------------------------------------
005690     IF WS-FATAL-ERROR
005700         MOVE 16 TO RETURN-CODE
005710     ELSE
005720         IF WS-BAD-CARD-COUNT > ZERO
005730                 OR WS-NOT-FOUND-COUNT > ZERO
005740                 OR WS-PRIORWD-COUNT > ZERO
005750             MOVE 04 TO RETURN-CODE
005760         ELSE
005770             MOVE 00 TO RETURN-CODE
005780         END-IF
005790     END-IF.
005800 9700-SET-RETURN-CODE-EXIT.
005810     EXIT.
