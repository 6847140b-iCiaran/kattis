000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ABCLIN.
000120 AUTHOR.        C MORGAN.
000130 INSTALLATION.  ROUTING SYSTEMS GROUP.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 CAM   ORIGINAL VERSION. END-TO-END LINEAGE OF A PAIR.
000210*                  TAKES REQUEST CARDS LIKE ABCAUQ AND, FOR EACH
000220*                  PAIR A CARD NAMES, PRINTS THE WHOLE CHAIN ON
000230*                  ONE PAGE: HOW IT WAS COLLECTED AND WHAT
000240*                  BECAME OF IT (THE FEEDER RETURN FILES),
000250*                  EVERY REJECT AND RECYCLE (THE RECYCLE AND
000260*                  NAKRCY GENERATIONS), EVERY ABCFIX
000270*                  RESUBMISSION (RESUB=), THE TRANSFORM (THE
000280*                  AUDIT MASTER), EVERY TRANSMISSION,
000290*                  RETRANSMISSION, CORRECTION AND WITHDRAWAL ON
000300*                  THE KEPT CUTS, AND WHERE IT STANDS ON THE
000310*                  CURRENT ACK LEDGER.
000320*
000330*                  REQUEST CARD LAYOUTS (ABCLNC):
000340*                      P <SS> <RECNO> <YYYYMMDD>
000350*                                  BY SOURCE-ID, ABCIN RECORD
000360*                                  NUMBER AND AUDIT DATE - THE
000370*                                  PAIR IDENTITY EVERY XD CARRIES
000380*                      O <A> <B> <C>   BY OUT TRIPLET (A GROUP
000390*                                  MATCHES ON ITS FIRST THREE
000400*                                  OUT VALUES, AS ON ABCAUQ)
000410*                      S <SEQNO> [<YYYYMMDD>]
000420*                                  BY TRANSMITTED SEQUENCE NUMBER,
000430*                                  OPTIONALLY OF ONE CUT DATE
000440*                  A CARD STARTING * OR BLANK IS A COMMENT.
000450*
000460*                  A CHAIN RUNS FROM THE ORIGINAL PAIR THROUGH
000470*                  EVERY RESUBMISSION OF IT: A PAIR NAMED BY A
000480*                  CARD THAT IS ITSELF A RESUBMISSION IS TRACED
000490*                  BACK TO THE ORIGINAL REJECT ON THE RECYCLE
000500*                  GENERATIONS. THE FILES ARE READ ONE AFTER
000510*                  ANOTHER, SO THE CHAIN PRINTS IN THAT ORDER.
000520*                  ONLY THE CARDS AND THE MASTER ARE REQUIRED;
000530*                  ANY OTHER FILE THAT WILL NOT OPEN IS NOTED ON
000540*                  THE REPORT AND ITS PART OF THE CHAIN IS LEFT
000550*                  OUT. A PAIR RELEASED FROM HOLD IS KNOWN BY
000560*                  THE RELEASE NIGHT'S AUDIT DATE, AS ABC FILES
000570*                  IT.
000580*----------------------------------------------------------------
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT LIN-REQ-FILE ASSIGN TO "ABCLNC"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ABCLNC-STATUS.
000660
000670     SELECT LIN-MST-FILE ASSIGN TO "ABCAMI"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ABCAMI-STATUS.
000700
000710     SELECT LIN-RTS-FILE ASSIGN TO "ABCRTS"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ABCRTS-STATUS.
000740
000750     SELECT LIN-RCS-FILE ASSIGN TO "ABCRCS"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ABCRCS-STATUS.
000780
000790     SELECT LIN-XMS-FILE ASSIGN TO "ABCXMS"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-ABCXMS-STATUS.
000820
000830     SELECT LIN-LGI-FILE ASSIGN TO "ABCLGI"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-ABCLGI-STATUS.
000860
000870     SELECT LIN-RPT-FILE ASSIGN TO "ABCLNR"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-ABCLNR-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  LIN-REQ-FILE.
000940 01  LIN-REQ-REC                 PIC X(80).
000950
000960*----------------------------------------------------------------
000970*    THE PERMANENT AUDIT MASTER - LAYOUT IN ABCAUC.
000980*----------------------------------------------------------------
000990 FD  LIN-MST-FILE.
001000 01  LIN-MST-REC.
001010     05  LIN-MST-DATE            PIC X(08).
001020     05  FILLER                  PIC X(01).
001030     05  LIN-MST-RECNO           PIC X(07).
001040     05  FILLER                  PIC X(01).
001050     05  LIN-MST-ORIG            PIC X(08).
001060     05  FILLER                  PIC X(01).
001070     05  LIN-MST-TMPL            PIC X(03).
001080     05  FILLER                  PIC X(01).
001090     05  LIN-MST-BRANCH          PIC X(03).
001100     05  FILLER                  PIC X(01).
001110     05  LIN-MST-TIE             PIC X(01).
001120     05  FILLER                  PIC X(01).
001130     05  LIN-MST-OUT             PIC X(08).
001140     05  FILLER                  PIC X(01).
001150     05  LIN-MST-SRC             PIC X(02).
001160     05  FILLER                  PIC X(01).
001170     05  LIN-MST-RESUB           PIC X(07).
001180     05  FILLER                  PIC X(01).
001190     05  LIN-MST-GRP-SIZE        PIC X(02).
001200     05  FILLER                  PIC X(01).
001210     05  LIN-MST-GRP-ITEMS       PIC X(36).
001220     05  FILLER                  PIC X(01).
001230     05  LIN-MST-GRP-RANKS       PIC X(36).
001240     05  FILLER                  PIC X(01).
001250     05  LIN-MST-GRP-OUT         PIC X(36).
001260     05  FILLER                  PIC X(01).
001270     05  LIN-MST-ORIGDATE        PIC X(08).
001280     05  FILLER                  PIC X(02).
001290
001300*----------------------------------------------------------------
001310*    EVERY KEPT FEEDER RETURN GENERATION - LAYOUT IN ABCDSP.
001320*----------------------------------------------------------------
001330 FD  LIN-RTS-FILE.
001340 01  LIN-RTS-REC                 PIC X(160).
001350
001360*----------------------------------------------------------------
001370*    EVERY KEPT RECYCLE GENERATION - RCY TAG, LINE-1, LINE-2.
001380*----------------------------------------------------------------
001390 FD  LIN-RCS-FILE.
001400 01  LIN-RCS-REC                 PIC X(80).
001410
001420*----------------------------------------------------------------
001430*    EVERY KEPT CUT - XH/XD/XW/XT, LAYOUTS IN ABCXMT AND ABCWDR.
001440*----------------------------------------------------------------
001450 FD  LIN-XMS-FILE.
001460 01  LIN-XMS-REC                 PIC X(80).
001470
001480*----------------------------------------------------------------
001490*    THE CURRENT ACK LEDGER - LAYOUT IN ABCACK.
001500*----------------------------------------------------------------
001510 FD  LIN-LGI-FILE.
001520 01  LIN-LGI-REC                 PIC X(107).
001530
001540 FD  LIN-RPT-FILE.
001550 01  LIN-RPT-REC                 PIC X(132).
001560
001570 WORKING-STORAGE SECTION.
001580*----------------------------------------------------------------
001590* FILE STATUS AND END-OF-FILE SWITCHES
001600*----------------------------------------------------------------
001610 01  WS-ABCLNC-STATUS            PIC X(02).
001620     88  ABCLNC-OK               VALUE "00".
001630     88  ABCLNC-EOF              VALUE "10".
001640
001650 01  WS-ABCAMI-STATUS            PIC X(02).
001660     88  ABCAMI-OK               VALUE "00".
001670     88  ABCAMI-EOF              VALUE "10".
001680
001690 01  WS-ABCRTS-STATUS            PIC X(02).
001700     88  ABCRTS-OK               VALUE "00".
001710     88  ABCRTS-EOF              VALUE "10".
001720
001730 01  WS-ABCRCS-STATUS            PIC X(02).
001740     88  ABCRCS-OK               VALUE "00".
001750     88  ABCRCS-EOF              VALUE "10".
001760
001770 01  WS-ABCXMS-STATUS            PIC X(02).
001780     88  ABCXMS-OK               VALUE "00".
001790     88  ABCXMS-EOF              VALUE "10".
001800
001810 01  WS-ABCLGI-STATUS            PIC X(02).
001820     88  ABCLGI-OK               VALUE "00".
001830     88  ABCLGI-EOF              VALUE "10".
001840
001850 01  WS-ABCLNR-STATUS            PIC X(02).
001860     88  ABCLNR-OK               VALUE "00".
001870
001880 01  WS-SWITCHES.
001890     05  WS-REQ-EOF-SW           PIC X(01)  VALUE "N".
001900         88  WS-REQ-EOF          VALUE "Y".
001910     05  WS-PASS-EOF-SW          PIC X(01)  VALUE "N".
001920         88  WS-PASS-EOF         VALUE "Y".
001930     05  WS-PASS-OPEN-SW         PIC X(01)  VALUE "N".
001940         88  WS-PASS-OPEN        VALUE "Y".
001950     05  WS-FATAL-SW             PIC X(01)  VALUE "N".
001960         88  WS-FATAL-ERROR      VALUE "Y".
001970     05  WS-BAD-CARD-SW          PIC X(01)  VALUE "N".
001980         88  WS-BAD-CARDS        VALUE "Y".
001990     05  WS-SHORT-SW             PIC X(01)  VALUE "N".
002000         88  WS-SHORT-REPORT     VALUE "Y".
002010     05  WS-IN-CHAIN-SW          PIC X(01)  VALUE "N".
002020         88  WS-IN-CHAIN         VALUE "Y".
002030     05  WS-MEMBER-NEW-SW        PIC X(01)  VALUE "N".
002040         88  WS-MEMBER-NEW       VALUE "Y".
002050     05  WS-NEED-SW              PIC X(01)  VALUE "N".
002060         88  WS-NEED-PASS        VALUE "Y".
002070
002080*----------------------------------------------------------------
002090* REQUEST CARD TABLE. A P CARD'S RECORD NUMBER IS RIGHT-
002100* JUSTIFIED WITH ZEROS AS IT LOADS; AN O CARD'S VALUES GO INTO
002110* THE TWO-CHAR-PER-VALUE SHAPE THE MASTER CARRIES, AS ABCAUQ
002120* DOES.
002130*----------------------------------------------------------------
002140 01  WS-REQ-CONTROLS.
002150     05  WS-REQ-MAX              PIC 9(02)  VALUE 20.
002160     05  WS-REQ-COUNT            PIC 9(02)  VALUE ZERO.
002170     05  WS-REQ-SUB              PIC 9(02)  COMP  VALUE ZERO.
002180
002190 01  WS-REQ-TABLE.
002200     05  WS-REQ-ENTRY OCCURS 20 TIMES.
002210         10  WS-REQ-TYPE         PIC X(01).
002220         10  WS-REQ-SRC          PIC X(02).
002230         10  WS-REQ-RECNO        PIC X(07).
002240         10  WS-REQ-DATE         PIC X(08).
002250         10  WS-REQ-TRIPLET      PIC X(08).
002260         10  WS-REQ-CHAINS       PIC 9(03).
002270
002280 01  WS-CARD-WORK.
002290     05  WS-CARD-TYPE            PIC X(01).
002300     05  WS-TOK-1                PIC X(08).
002310     05  WS-TOK-2                PIC X(08).
002320     05  WS-TOK-3                PIC X(08).
002330     05  WS-TRIPLET              PIC X(08).
002340     05  WS-T-1                  PIC X(02).
002350     05  WS-T-2                  PIC X(02).
002360     05  WS-T-3                  PIC X(02).
002370     05  WS-TOK-LEN              PIC 9(02)  COMP  VALUE ZERO.
002380     05  WS-TOK-NUM              PIC 9(07)  VALUE ZERO.
002390     05  WS-CARD-OK-SW           PIC X(01)  VALUE "Y".
002400         88  WS-CARD-OK          VALUE "Y".
002410
002420 01  WS-CARD-NO                  PIC 9(02)  VALUE ZERO.
002430
002440*----------------------------------------------------------------
002450* CHAIN TABLE - ONE ENTRY PER PAIR A CARD NAMES. THE ROOT IS
002460* THE ORIGINAL PAIR THE CHAIN GROWS FROM:
002470*     SPACE  NOT YET KNOWN
002480*     S      THE NAMED PAIR IS ITSELF THE ROOT
002490*     P      THE NAMED PAIR IS A RESUBMISSION OF ROOT RECNO -
002500*            ITS ORIGINAL REJECT IS STILL TO BE FOUND
002510*     F      ORIGINAL REJECT FOUND - ROOT DATE IS KNOWN
002520*     U      ORIGINAL REJECT NOT ON THE KEPT RECYCLE
002530*            GENERATIONS - ROOT DATE UNKNOWN
002540*----------------------------------------------------------------
002550 01  WS-CHAIN-CONTROLS.
002560     05  WS-CHAIN-MAX            PIC 9(03)  VALUE 50.
002570     05  WS-CHAIN-COUNT          PIC 9(03)  VALUE ZERO.
002580     05  WS-CHAIN-SUB            PIC 9(03)  COMP  VALUE ZERO.
002590     05  WS-CHAIN-HIT            PIC 9(03)  COMP  VALUE ZERO.
002600
002610 01  WS-CHAIN-TABLE.
002620     05  WS-CHAIN-ENTRY OCCURS 50 TIMES.
002630         10  WS-CH-CARD          PIC 9(02).
002640         10  WS-CH-SEED-DATE     PIC X(08).
002650         10  WS-CH-SEED-RECNO    PIC X(07).
002660         10  WS-CH-SRC           PIC X(02).
002670         10  WS-CH-ROOT-STATE    PIC X(01).
002680             88  WS-CH-ROOT-OPEN     VALUE SPACE.
002690             88  WS-CH-ROOT-SELF     VALUE "S".
002700             88  WS-CH-ROOT-PENDING  VALUE "P".
002710             88  WS-CH-ROOT-FOUND    VALUE "F".
002720             88  WS-CH-ROOT-UNKNOWN  VALUE "U".
002730         10  WS-CH-ROOT-DATE     PIC X(08).
002740         10  WS-CH-ROOT-RECNO    PIC X(07).
002750         10  WS-CH-XMIT-COUNT    PIC 9(03).
002760         10  WS-CH-LEDGER-COUNT  PIC 9(03).
002770         10  WS-CH-EVENT-COUNT   PIC 9(04).
002780
002790*----------------------------------------------------------------
002800* MEMBER TABLE - EVERY PAIR (AUDIT DATE + RECORD NUMBER) KNOWN
002810* TO BELONG TO A CHAIN: THE NAMED PAIR, ITS ROOT, AND EVERY
002820* RESUBMISSION FOUND ON THE RETURN FILES OR THE MASTER. THE
002830* CUTS AND THE LEDGER CARRY ONLY THE PAIR IDENTITY, SO THEY ARE
002840* MATCHED AGAINST THIS TABLE.
002850*----------------------------------------------------------------
002860 01  WS-MEMBER-CONTROLS.
002870     05  WS-MEMBER-MAX           PIC 9(03)  VALUE 200.
002880     05  WS-MEMBER-COUNT         PIC 9(03)  VALUE ZERO.
002890     05  WS-MEMBER-SUB           PIC 9(03)  COMP  VALUE ZERO.
002900     05  WS-MEMBER-HIT           PIC 9(03)  COMP  VALUE ZERO.
002910
002920 01  WS-MEMBER-TABLE.
002930     05  WS-MEMBER-ENTRY OCCURS 200 TIMES.
002940         10  WS-MB-CHAIN         PIC 9(03).
002950         10  WS-MB-DATE          PIC X(08).
002960         10  WS-MB-RECNO         PIC X(07).
002970
002980*----------------------------------------------------------------
002990* EVENT TABLE - THE CHAIN'S REPORT LINES, HELD UNTIL EVERY FILE
003000* HAS BEEN READ AND PRINTED CHAIN BY CHAIN. THE STAGE NUMBER
003010* ORDERS THEM WITHIN A CHAIN:
003020*     1 COLLECTION   2 DISPOSITION/RECYCLE   3 RESUBMISSION
003030*     4 TRANSFORM    5 TRANSMISSION          6 LEDGER
003040*----------------------------------------------------------------
003050 01  WS-EVENT-CONTROLS.
003060     05  WS-EVENT-MAX            PIC 9(04)  VALUE 1500.
003070     05  WS-EVENT-COUNT          PIC 9(04)  VALUE ZERO.
003080     05  WS-EVENT-SUB            PIC 9(04)  COMP  VALUE ZERO.
003090     05  WS-STAGE-SUB            PIC 9(01)  COMP  VALUE ZERO.
003100
003110 01  WS-EVENT-TABLE.
003120     05  WS-EVENT-ENTRY OCCURS 1500 TIMES.
003130         10  WS-EV-CHAIN         PIC 9(03).
003140         10  WS-EV-STAGE         PIC 9(01).
003150         10  WS-EV-TEXT          PIC X(120).
003160
003170*----------------------------------------------------------------
003180* THE RECORD UNDER TEST, IN THE SHAPE EVERY PASS SHARES
003190*----------------------------------------------------------------
003200 01  WS-REC-WORK.
003210     05  WS-REC-DATE             PIC X(08).
003220     05  WS-REC-RECNO            PIC X(07).
003230     05  WS-REC-SRC              PIC X(02).
003240     05  WS-REC-RESUB            PIC X(07).
003250     05  WS-EVENT-STAGE          PIC 9(01).
003260     05  WS-EVENT-TEXT           PIC X(120).
003270
003280 01  WS-RTS-WORK.
003290     05  WS-RTS-SRC              PIC X(02)  VALUE SPACES.
003300     05  WS-RTS-DATE             PIC X(08)  VALUE SPACES.
003310     05  WS-RTS-ORIGIN-TEXT      PIC X(22).
003320     05  WS-RTS-DISP-TEXT        PIC X(22).
003330
003340 01  WS-RCS-WORK.
003350     05  WS-RCS-TAG              PIC X(80).
003360     05  WS-RCS-TAG-DATE         PIC X(08).
003370     05  WS-RCS-TAG-RECNO        PIC X(07).
003380
003390 01  WS-XMS-WORK.
003400     05  WS-XMS-CUT-DATE         PIC X(08)  VALUE SPACES.
003410     05  WS-XMS-SEQ              PIC X(07).
003420     05  WS-XMS-SEQ-NUM          PIC 9(07).
003430     05  WS-XMS-RANGE-TEXT       PIC X(14).
003440
003450 01  WS-LGI-WORK.
003460     05  WS-LGI-RTX-TEXT         PIC X(18).
003470     05  WS-LGI-WDR-TEXT         PIC X(40).
003480
003490 01  WS-PRINT-WORK.
003500     05  WS-PRINT-CHAIN          PIC 9(03).
003510     05  WS-ROOT-TEXT            PIC X(70).
003520
003530 PROCEDURE DIVISION.
003540*----------------------------------------------------------------
003550 0000-MAINLINE.
003560*----------------------------------------------------------------
003570     PERFORM 1000-INITIALIZE
003580         THRU 1000-INITIALIZE-EXIT.
003590
003600     IF NOT WS-FATAL-ERROR
003610         PERFORM 2000-LOAD-ONE-CARD
003620             THRU 2000-LOAD-ONE-CARD-EXIT
003630             UNTIL WS-REQ-EOF
003640         PERFORM 3000-RESOLVE-BY-SEQUENCE
003650             THRU 3000-RESOLVE-BY-SEQUENCE-EXIT
003660         PERFORM 3200-RESOLVE-BY-MASTER
003670             THRU 3200-RESOLVE-BY-MASTER-EXIT
003680         PERFORM 3400-RESOLVE-BY-RETURN
003690             THRU 3400-RESOLVE-BY-RETURN-EXIT
003700         PERFORM 3600-FIND-ORIGINAL-REJECTS
003710             THRU 3600-FIND-ORIGINAL-REJECTS-EXIT
003720         PERFORM 4000-TRACE-COLLECTION
003730             THRU 4000-TRACE-COLLECTION-EXIT
003740         PERFORM 4200-TRACE-RECYCLE
003750             THRU 4200-TRACE-RECYCLE-EXIT
003760         PERFORM 4400-TRACE-TRANSFORM
003770             THRU 4400-TRACE-TRANSFORM-EXIT
003780         PERFORM 4600-TRACE-TRANSMISSION
003790             THRU 4600-TRACE-TRANSMISSION-EXIT
003800         PERFORM 4800-TRACE-LEDGER
003810             THRU 4800-TRACE-LEDGER-EXIT
003820         PERFORM 7000-PRINT-LINEAGE
003830             THRU 7000-PRINT-LINEAGE-EXIT
003840         PERFORM 7500-WRITE-CARD-TOTALS
003850             THRU 7500-WRITE-CARD-TOTALS-EXIT
003860     END-IF.
003870
003880     PERFORM 9000-TERMINATE
003890         THRU 9000-TERMINATE-EXIT.
003900
003910     GOBACK.
003920
003930*----------------------------------------------------------------
003940*    THE CARDS, THE MASTER AND THE REPORT ARE REQUIRED. THE
003950*    MASTER IS OPENED HERE ONLY TO PROVE IT IS THERE - EACH
003960*    PASS OPENS AND CLOSES ITS OWN FILE.
003970*----------------------------------------------------------------
003980 1000-INITIALIZE.
003990*----------------------------------------------------------------
004000     OPEN INPUT LIN-REQ-FILE.
004010     IF NOT ABCLNC-OK
004020         DISPLAY "ABCLIN: UNABLE TO OPEN ABCLNC, STATUS="
004030             WS-ABCLNC-STATUS
004040         MOVE "Y" TO WS-FATAL-SW
004050     END-IF.
004060
004070     IF NOT WS-FATAL-ERROR
004080         OPEN INPUT LIN-MST-FILE
004090         IF NOT ABCAMI-OK
004100             DISPLAY "ABCLIN: UNABLE TO OPEN ABCAMI, STATUS="
004110                 WS-ABCAMI-STATUS
004120             MOVE "Y" TO WS-FATAL-SW
004130         ELSE
004140             CLOSE LIN-MST-FILE
004150         END-IF
004160     END-IF.
004170
004180     IF NOT WS-FATAL-ERROR
004190         OPEN OUTPUT LIN-RPT-FILE
004200         IF NOT ABCLNR-OK
004210             DISPLAY "ABCLIN: UNABLE TO OPEN ABCLNR, STATUS="
004220                 WS-ABCLNR-STATUS
004230             MOVE "Y" TO WS-FATAL-SW
004240         END-IF
004250     END-IF.
004260
004270     IF NOT WS-FATAL-ERROR
004280         MOVE "ABCLIN PAIR LINEAGE INQUIRY" TO LIN-RPT-REC
004290         WRITE LIN-RPT-REC
004300     END-IF.
004310 1000-INITIALIZE-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350 2000-LOAD-ONE-CARD.
004360*----------------------------------------------------------------
004370     READ LIN-REQ-FILE
004380         AT END
004390             SET WS-REQ-EOF TO TRUE
004400     END-READ.
004410     IF WS-REQ-EOF
004420         GO TO 2000-LOAD-ONE-CARD-EXIT
004430     END-IF.
004440     IF LIN-REQ-REC(1:1) = SPACE OR LIN-REQ-REC(1:1) = "*"
004450         GO TO 2000-LOAD-ONE-CARD-EXIT
004460     END-IF.
004470
004480     IF WS-REQ-COUNT = WS-REQ-MAX
004490         DISPLAY "ABCLIN: MORE THAN " WS-REQ-MAX
004500             " REQUEST CARDS - REMAINDER IGNORED"
004510         SET WS-BAD-CARDS TO TRUE
004520         SET WS-REQ-EOF TO TRUE
004530         GO TO 2000-LOAD-ONE-CARD-EXIT
004540     END-IF.
004550
004560     MOVE SPACES TO WS-TOK-1, WS-TOK-2, WS-TOK-3.
004570     UNSTRING LIN-REQ-REC
004580         DELIMITED BY ALL " "
004590         INTO WS-CARD-TYPE, WS-TOK-1, WS-TOK-2, WS-TOK-3
004600     END-UNSTRING.
004610
004620     MOVE "Y" TO WS-CARD-OK-SW.
004630     ADD 1 TO WS-REQ-COUNT.
004640     MOVE SPACES TO WS-REQ-ENTRY(WS-REQ-COUNT).
004650     MOVE ZERO TO WS-REQ-CHAINS(WS-REQ-COUNT).
004660     MOVE WS-CARD-TYPE TO WS-REQ-TYPE(WS-REQ-COUNT).
004670
004680     EVALUATE WS-CARD-TYPE
004690         WHEN "P"
004700             MOVE WS-TOK-1(1:2) TO WS-REQ-SRC(WS-REQ-COUNT)
004710             MOVE WS-TOK-2 TO WS-TOK-1
004720             PERFORM 2200-NORMALIZE-NUMBER
004730                 THRU 2200-NORMALIZE-NUMBER-EXIT
004740             MOVE WS-TOK-NUM TO WS-REQ-RECNO(WS-REQ-COUNT)
004750             MOVE WS-TOK-3 TO WS-REQ-DATE(WS-REQ-COUNT)
004760             IF WS-TOK-3 NOT NUMERIC
004770                     OR WS-REQ-SRC(WS-REQ-COUNT) = SPACES
004780                 MOVE "N" TO WS-CARD-OK-SW
004790             END-IF
004800         WHEN "O"
004810             PERFORM 2100-BUILD-TRIPLET
004820                 THRU 2100-BUILD-TRIPLET-EXIT
004830             MOVE WS-TRIPLET TO WS-REQ-TRIPLET(WS-REQ-COUNT)
004840             IF WS-TOK-1 = SPACES
004850                 MOVE "N" TO WS-CARD-OK-SW
004860             END-IF
004870         WHEN "S"
004880             PERFORM 2200-NORMALIZE-NUMBER
004890                 THRU 2200-NORMALIZE-NUMBER-EXIT
004900             MOVE WS-TOK-NUM TO WS-REQ-RECNO(WS-REQ-COUNT)
004910             MOVE WS-TOK-2 TO WS-REQ-DATE(WS-REQ-COUNT)
004920             IF WS-TOK-2 NOT = SPACES AND WS-TOK-2 NOT NUMERIC
004930                 MOVE "N" TO WS-CARD-OK-SW
004940             END-IF
004950         WHEN OTHER
004960             MOVE "N" TO WS-CARD-OK-SW
004970     END-EVALUATE.
004980
004990     IF NOT WS-CARD-OK
005000         SET WS-BAD-CARDS TO TRUE
005010         SUBTRACT 1 FROM WS-REQ-COUNT
005020         MOVE SPACES TO LIN-RPT-REC
005030         STRING
005040             "  INVALID REQUEST CARD: "
005050                                   DELIMITED BY SIZE
005060             FUNCTION TRIM(LIN-REQ-REC)
005070                                   DELIMITED BY SIZE
005080             INTO LIN-RPT-REC
005090         END-STRING
005100         WRITE LIN-RPT-REC
005110         GO TO 2000-LOAD-ONE-CARD-EXIT
005120     END-IF.
005130
005140     IF WS-CARD-TYPE = "P"
005150         MOVE WS-REQ-COUNT              TO WS-CARD-NO
005160         MOVE WS-REQ-DATE(WS-REQ-COUNT)  TO WS-REC-DATE
005170         MOVE WS-REQ-RECNO(WS-REQ-COUNT) TO WS-REC-RECNO
005180         MOVE WS-REQ-SRC(WS-REQ-COUNT)   TO WS-REC-SRC
005190         PERFORM 5000-ADD-CHAIN
005200             THRU 5000-ADD-CHAIN-EXIT
005210     END-IF.
005220 2000-LOAD-ONE-CARD-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260*    NORMALIZE A CARD'S THREE VALUES INTO THE TWO-CHAR-PER-VALUE
005270*    SHAPE THE MASTER ROWS CARRY, AS ABCAUQ DOES.
005280*----------------------------------------------------------------
005290 2100-BUILD-TRIPLET.
005300*----------------------------------------------------------------
005310     MOVE WS-TOK-1(1:2) TO WS-T-1.
005320     MOVE WS-TOK-2(1:2) TO WS-T-2.
005330     MOVE WS-TOK-3(1:2) TO WS-T-3.
005340     MOVE SPACES TO WS-TRIPLET.
005350     STRING
005360         WS-T-1   DELIMITED BY SIZE
005370         " "      DELIMITED BY SIZE
005380         WS-T-2   DELIMITED BY SIZE
005390         " "      DELIMITED BY SIZE
005400         WS-T-3   DELIMITED BY SIZE
005410         INTO WS-TRIPLET
005420     END-STRING.
005430 2100-BUILD-TRIPLET-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470*    RIGHT-JUSTIFY THE NUMBER KEYED IN WS-TOK-1 ("412" BECOMES
005480*    0000412) INTO WS-TOK-NUM. ANYTHING BUT ONE TO SEVEN DIGITS
005490*    FAILS THE CARD.
005500*----------------------------------------------------------------
005510 2200-NORMALIZE-NUMBER.
005520*----------------------------------------------------------------
005530     MOVE ZERO TO WS-TOK-NUM.
005540     MOVE ZERO TO WS-TOK-LEN.
005550     INSPECT WS-TOK-1 TALLYING WS-TOK-LEN
005560         FOR CHARACTERS BEFORE INITIAL SPACE.
005570     IF WS-TOK-LEN = ZERO OR WS-TOK-LEN > 7
005580         MOVE "N" TO WS-CARD-OK-SW
005590         GO TO 2200-NORMALIZE-NUMBER-EXIT
005600     END-IF.
005610     IF WS-TOK-1(1:WS-TOK-LEN) NOT NUMERIC
005620         MOVE "N" TO WS-CARD-OK-SW
005630         GO TO 2200-NORMALIZE-NUMBER-EXIT
005640     END-IF.
005650     MOVE WS-TOK-1(1:WS-TOK-LEN) TO WS-TOK-NUM.
005660 2200-NORMALIZE-NUMBER-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700*    S CARDS - FIND THE NAMED SEQUENCE NUMBER ON THE KEPT CUTS
005710*    AND TAKE THE PAIR IDENTITY IT CARRIES. THE CARD'S DATE, IF
005720*    KEYED, MAY BE THE CUT DATE (XH) OR THE DETAIL'S OWN DATE.
005730*----------------------------------------------------------------
005740 3000-RESOLVE-BY-SEQUENCE.
005750*----------------------------------------------------------------
005760     MOVE "N" TO WS-NEED-SW.
005770     PERFORM 3010-TEST-FOR-SEQ-CARD
005780         THRU 3010-TEST-FOR-SEQ-CARD-EXIT
005790         VARYING WS-REQ-SUB FROM 1 BY 1
005800         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
005810     IF NOT WS-NEED-PASS
005820         GO TO 3000-RESOLVE-BY-SEQUENCE-EXIT
005830     END-IF.
005840     PERFORM 6400-OPEN-XMS
005850         THRU 6400-OPEN-XMS-EXIT.
005860     IF NOT WS-PASS-OPEN
005870         GO TO 3000-RESOLVE-BY-SEQUENCE-EXIT
005880     END-IF.
005890     PERFORM 3100-SEQ-ONE-XMIT-RECORD
005900         THRU 3100-SEQ-ONE-XMIT-RECORD-EXIT
005910         UNTIL WS-PASS-EOF.
005920     CLOSE LIN-XMS-FILE.
005930 3000-RESOLVE-BY-SEQUENCE-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------------
005970 3010-TEST-FOR-SEQ-CARD.
005980*----------------------------------------------------------------
005990     IF WS-REQ-TYPE(WS-REQ-SUB) = "S"
006000         MOVE "Y" TO WS-NEED-SW
006010     END-IF.
006020 3010-TEST-FOR-SEQ-CARD-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060 3100-SEQ-ONE-XMIT-RECORD.
006070*----------------------------------------------------------------
006080     READ LIN-XMS-FILE
006090         AT END
006100             SET WS-PASS-EOF TO TRUE
006110     END-READ.
006120     IF WS-PASS-EOF
006130         GO TO 3100-SEQ-ONE-XMIT-RECORD-EXIT
006140     END-IF.
006150     IF LIN-XMS-REC(1:3) = "XH "
006160         MOVE LIN-XMS-REC(4:8) TO WS-XMS-CUT-DATE
006170         GO TO 3100-SEQ-ONE-XMIT-RECORD-EXIT
006180     END-IF.
006190     IF LIN-XMS-REC(1:3) NOT = "XD "
006200             AND LIN-XMS-REC(1:3) NOT = "XW "
006210         GO TO 3100-SEQ-ONE-XMIT-RECORD-EXIT
006220     END-IF.
006230     PERFORM 3110-SEQ-TEST-ONE-CARD
006240         THRU 3110-SEQ-TEST-ONE-CARD-EXIT
006250         VARYING WS-REQ-SUB FROM 1 BY 1
006260         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
006270 3100-SEQ-ONE-XMIT-RECORD-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------
006310 3110-SEQ-TEST-ONE-CARD.
006320*----------------------------------------------------------------
006330     IF WS-REQ-TYPE(WS-REQ-SUB) NOT = "S"
006340             OR LIN-XMS-REC(4:7) NOT = WS-REQ-RECNO(WS-REQ-SUB)
006350         GO TO 3110-SEQ-TEST-ONE-CARD-EXIT
006360     END-IF.
006370     IF WS-REQ-DATE(WS-REQ-SUB) NOT = SPACES
006380             AND WS-REQ-DATE(WS-REQ-SUB) NOT = WS-XMS-CUT-DATE
006390             AND WS-REQ-DATE(WS-REQ-SUB)
006400                 NOT = LIN-XMS-REC(12:8)
006410         GO TO 3110-SEQ-TEST-ONE-CARD-EXIT
006420     END-IF.
006430     MOVE WS-REQ-SUB TO WS-CARD-NO.
006440     IF LIN-XMS-REC(58:7) = SPACES
006450         MOVE SPACES TO LIN-RPT-REC
006460         STRING
006470             "  CARD "              DELIMITED BY SIZE
006480             WS-CARD-NO             DELIMITED BY SIZE
006490             "  SEQ "               DELIMITED BY SIZE
006500             LIN-XMS-REC(4:7)       DELIMITED BY SIZE
006510             " OF CUT "             DELIMITED BY SIZE
006520             WS-XMS-CUT-DATE        DELIMITED BY SIZE
006530             " CARRIES NO PAIR IDENTITY - CANNOT BE TRACED"
006540                                    DELIMITED BY SIZE
006550             INTO LIN-RPT-REC
006560         END-STRING
006570         WRITE LIN-RPT-REC
006580         GO TO 3110-SEQ-TEST-ONE-CARD-EXIT
006590     END-IF.
006600     MOVE LIN-XMS-REC(69:8) TO WS-REC-DATE.
006610     MOVE LIN-XMS-REC(58:7) TO WS-REC-RECNO.
006620     MOVE LIN-XMS-REC(66:2) TO WS-REC-SRC.
006630     PERFORM 5000-ADD-CHAIN
006640         THRU 5000-ADD-CHAIN-EXIT.
006650 3110-SEQ-TEST-ONE-CARD-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------
006690*    O CARDS NAME EVERY MASTER ROW WITH THAT OUT. EVERY CHAIN'S
006700*    NAMED PAIR FOUND ON THE MASTER LEARNS WHETHER IT IS A
006710*    RESUBMISSION (RESUB=) AND SO WHERE ITS CHAIN STARTS.
006720*----------------------------------------------------------------
006730 3200-RESOLVE-BY-MASTER.
006740*----------------------------------------------------------------
006750     OPEN INPUT LIN-MST-FILE.
006760     IF NOT ABCAMI-OK
006770         DISPLAY "ABCLIN: UNABLE TO REOPEN ABCAMI, STATUS="
006780             WS-ABCAMI-STATUS
006790         MOVE "Y" TO WS-FATAL-SW
006800         GO TO 3200-RESOLVE-BY-MASTER-EXIT
006810     END-IF.
006820     MOVE "N" TO WS-PASS-EOF-SW.
006830     PERFORM 3300-RESOLVE-ONE-MASTER-ROW
006840         THRU 3300-RESOLVE-ONE-MASTER-ROW-EXIT
006850         UNTIL WS-PASS-EOF.
006860     CLOSE LIN-MST-FILE.
006870 3200-RESOLVE-BY-MASTER-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910 3300-RESOLVE-ONE-MASTER-ROW.
006920*----------------------------------------------------------------
006930     READ LIN-MST-FILE
006940         AT END
006950             SET WS-PASS-EOF TO TRUE
006960     END-READ.
006970     IF WS-PASS-EOF OR LIN-MST-DATE = SPACES
006980         GO TO 3300-RESOLVE-ONE-MASTER-ROW-EXIT
006990     END-IF.
007000     MOVE LIN-MST-DATE  TO WS-REC-DATE.
007010     MOVE LIN-MST-RECNO TO WS-REC-RECNO.
007020     MOVE LIN-MST-SRC   TO WS-REC-SRC.
007030     MOVE LIN-MST-RESUB TO WS-REC-RESUB.
007040     PERFORM 3310-OUT-TEST-ONE-CARD
007050         THRU 3310-OUT-TEST-ONE-CARD-EXIT
007060         VARYING WS-REQ-SUB FROM 1 BY 1
007070         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
007080     PERFORM 3320-SET-ROOT-ONE-CHAIN
007090         THRU 3320-SET-ROOT-ONE-CHAIN-EXIT
007100         VARYING WS-CHAIN-SUB FROM 1 BY 1
007110         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
007120 3300-RESOLVE-ONE-MASTER-ROW-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160 3310-OUT-TEST-ONE-CARD.
007170*----------------------------------------------------------------
007180     IF WS-REQ-TYPE(WS-REQ-SUB) = "O"
007190             AND LIN-MST-OUT = WS-REQ-TRIPLET(WS-REQ-SUB)
007200         MOVE WS-REQ-SUB TO WS-CARD-NO
007210         PERFORM 5000-ADD-CHAIN
007220             THRU 5000-ADD-CHAIN-EXIT
007230     END-IF.
007240 3310-OUT-TEST-ONE-CARD-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------
007280*    THE ROW UNDER TEST IS IN WS-REC-WORK. IF IT IS A CHAIN'S
007290*    NAMED PAIR WHOSE ROOT IS STILL OPEN, SETTLE THE ROOT.
007300*----------------------------------------------------------------
007310 3320-SET-ROOT-ONE-CHAIN.
007320*----------------------------------------------------------------
007330     IF NOT WS-CH-ROOT-OPEN(WS-CHAIN-SUB)
007340             OR WS-REC-DATE NOT = WS-CH-SEED-DATE(WS-CHAIN-SUB)
007350             OR WS-REC-RECNO
007360                 NOT = WS-CH-SEED-RECNO(WS-CHAIN-SUB)
007370         GO TO 3320-SET-ROOT-ONE-CHAIN-EXIT
007380     END-IF.
007390     IF WS-CH-SRC(WS-CHAIN-SUB) NOT = SPACES
007400             AND WS-REC-SRC NOT = SPACES
007410             AND WS-REC-SRC NOT = WS-CH-SRC(WS-CHAIN-SUB)
007420         GO TO 3320-SET-ROOT-ONE-CHAIN-EXIT
007430     END-IF.
007440     IF WS-CH-SRC(WS-CHAIN-SUB) = SPACES
007450         MOVE WS-REC-SRC TO WS-CH-SRC(WS-CHAIN-SUB)
007460     END-IF.
007470     IF WS-REC-RESUB = SPACES OR WS-REC-RESUB = "0000000"
007480         MOVE "S" TO WS-CH-ROOT-STATE(WS-CHAIN-SUB)
007490         MOVE WS-CH-SEED-DATE(WS-CHAIN-SUB)
007500             TO WS-CH-ROOT-DATE(WS-CHAIN-SUB)
007510         MOVE WS-CH-SEED-RECNO(WS-CHAIN-SUB)
007520             TO WS-CH-ROOT-RECNO(WS-CHAIN-SUB)
007530     ELSE
007540         MOVE "P" TO WS-CH-ROOT-STATE(WS-CHAIN-SUB)
007550         MOVE WS-REC-RESUB TO WS-CH-ROOT-RECNO(WS-CHAIN-SUB)
007560     END-IF.
007570 3320-SET-ROOT-ONE-CHAIN-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------------
007610*    A NAMED PAIR NOT ON THE MASTER (REJECTED, OR NOT YET
007620*    FOLDED) SETTLES ITS ROOT FROM ITS FEEDER RETURN ROW. ONE
007630*    FOUND ON NEITHER IS TAKEN AS ITS OWN ROOT.
007640*----------------------------------------------------------------
007650 3400-RESOLVE-BY-RETURN.
007660*----------------------------------------------------------------
007670     MOVE "N" TO WS-NEED-SW.
007680     PERFORM 3410-TEST-FOR-OPEN-ROOT
007690         THRU 3410-TEST-FOR-OPEN-ROOT-EXIT
007700         VARYING WS-CHAIN-SUB FROM 1 BY 1
007710         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
007720     IF NOT WS-NEED-PASS
007730         GO TO 3400-RESOLVE-BY-RETURN-EXIT
007740     END-IF.
007750     PERFORM 6200-OPEN-RTS
007760         THRU 6200-OPEN-RTS-EXIT.
007770     IF WS-PASS-OPEN
007780         PERFORM 3500-RESOLVE-ONE-RETURN-ROW
007790             THRU 3500-RESOLVE-ONE-RETURN-ROW-EXIT
007800             UNTIL WS-PASS-EOF
007810         CLOSE LIN-RTS-FILE
007820     END-IF.
007830     MOVE SPACES TO WS-REC-RESUB.
007840     PERFORM 3420-DEFAULT-ONE-ROOT
007850         THRU 3420-DEFAULT-ONE-ROOT-EXIT
007860         VARYING WS-CHAIN-SUB FROM 1 BY 1
007870         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
007880 3400-RESOLVE-BY-RETURN-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------------
007920 3410-TEST-FOR-OPEN-ROOT.
007930*----------------------------------------------------------------
007940     IF WS-CH-ROOT-OPEN(WS-CHAIN-SUB)
007950         MOVE "Y" TO WS-NEED-SW
007960     END-IF.
007970 3410-TEST-FOR-OPEN-ROOT-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------
008010 3420-DEFAULT-ONE-ROOT.
008020*----------------------------------------------------------------
008030     IF WS-CH-ROOT-OPEN(WS-CHAIN-SUB)
008040         MOVE WS-CH-SEED-DATE(WS-CHAIN-SUB)  TO WS-REC-DATE
008050         MOVE WS-CH-SEED-RECNO(WS-CHAIN-SUB) TO WS-REC-RECNO
008060         MOVE WS-CH-SRC(WS-CHAIN-SUB)        TO WS-REC-SRC
008070         PERFORM 3320-SET-ROOT-ONE-CHAIN
008080             THRU 3320-SET-ROOT-ONE-CHAIN-EXIT
008090     END-IF.
008100 3420-DEFAULT-ONE-ROOT-EXIT.
008110     EXIT.
008120
008130*----------------------------------------------------------------
008140 3500-RESOLVE-ONE-RETURN-ROW.
008150*----------------------------------------------------------------
008160     PERFORM 6210-READ-RTS
008170         THRU 6210-READ-RTS-EXIT.
008180     IF WS-PASS-EOF OR LIN-RTS-REC(1:3) NOT = "DTL"
008190         GO TO 3500-RESOLVE-ONE-RETURN-ROW-EXIT
008200     END-IF.
008210     PERFORM 3320-SET-ROOT-ONE-CHAIN
008220         THRU 3320-SET-ROOT-ONE-CHAIN-EXIT
008230         VARYING WS-CHAIN-SUB FROM 1 BY 1
008240         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
008250 3500-RESOLVE-ONE-RETURN-ROW-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290*    A CHAIN WHOSE NAMED PAIR IS A RESUBMISSION STARTS AT THE
008300*    ORIGINAL REJECT: THE LATEST RCY TAG FOR THE ORIGINAL RECORD
008310*    NUMBER, FROM THE SAME SOURCE, THAT IS NOT ITSELF A
008320*    RESUBMISSION AND IS NO LATER THAN THE NAMED PAIR.
008330*----------------------------------------------------------------
008340 3600-FIND-ORIGINAL-REJECTS.
008350*----------------------------------------------------------------
008360     MOVE "N" TO WS-NEED-SW.
008370     PERFORM 3610-TEST-FOR-PENDING-ROOT
008380         THRU 3610-TEST-FOR-PENDING-ROOT-EXIT
008390         VARYING WS-CHAIN-SUB FROM 1 BY 1
008400         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
008410     IF WS-NEED-PASS
008420         PERFORM 6300-OPEN-RCS
008430             THRU 6300-OPEN-RCS-EXIT
008440         IF WS-PASS-OPEN
008450             PERFORM 3700-FIND-ONE-RECYCLE-TAG
008460                 THRU 3700-FIND-ONE-RECYCLE-TAG-EXIT
008470                 UNTIL WS-PASS-EOF
008480             CLOSE LIN-RCS-FILE
008490         END-IF
008500     END-IF.
008510     PERFORM 3620-SETTLE-ONE-ROOT
008520         THRU 3620-SETTLE-ONE-ROOT-EXIT
008530         VARYING WS-CHAIN-SUB FROM 1 BY 1
008540         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
008550 3600-FIND-ORIGINAL-REJECTS-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------
008590 3610-TEST-FOR-PENDING-ROOT.
008600*----------------------------------------------------------------
008610     IF WS-CH-ROOT-PENDING(WS-CHAIN-SUB)
008620         MOVE "Y" TO WS-NEED-SW
008630     END-IF.
008640 3610-TEST-FOR-PENDING-ROOT-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680*    EVERY NAMED PAIR AND EVERY KNOWN ROOT JOINS ITS CHAIN'S
008690*    MEMBERS; A ROOT STILL PENDING HAS AGED OFF THE RECYCLE
008700*    GENERATIONS AND IS MARKED UNKNOWN. A NAMED PAIR THAT IS A
008710*    RESUBMISSION IS NOTED AS ONE HERE, AS IT IS ALREADY A
008720*    MEMBER WHEN THE TRACE PASSES REACH IT.
008730*----------------------------------------------------------------
008740 3620-SETTLE-ONE-ROOT.
008750*----------------------------------------------------------------
008760     IF WS-CH-ROOT-PENDING(WS-CHAIN-SUB)
008770         MOVE "U" TO WS-CH-ROOT-STATE(WS-CHAIN-SUB)
008780     END-IF.
008790     MOVE WS-CH-SEED-DATE(WS-CHAIN-SUB)  TO WS-REC-DATE.
008800     MOVE WS-CH-SEED-RECNO(WS-CHAIN-SUB) TO WS-REC-RECNO.
008810     PERFORM 5100-ADD-MEMBER
008820         THRU 5100-ADD-MEMBER-EXIT.
008830     IF WS-CH-ROOT-FOUND(WS-CHAIN-SUB)
008840             OR WS-CH-ROOT-UNKNOWN(WS-CHAIN-SUB)
008850         MOVE WS-CH-ROOT-RECNO(WS-CHAIN-SUB) TO WS-REC-RESUB
008860         PERFORM 5500-NOTE-RESUBMISSION
008870             THRU 5500-NOTE-RESUBMISSION-EXIT
008880     END-IF.
008890     IF WS-CH-ROOT-FOUND(WS-CHAIN-SUB)
008900         MOVE WS-CH-ROOT-DATE(WS-CHAIN-SUB)  TO WS-REC-DATE
008910         MOVE WS-CH-ROOT-RECNO(WS-CHAIN-SUB) TO WS-REC-RECNO
008920         PERFORM 5100-ADD-MEMBER
008930             THRU 5100-ADD-MEMBER-EXIT
008940     END-IF.
008950 3620-SETTLE-ONE-ROOT-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------
008990 3700-FIND-ONE-RECYCLE-TAG.
009000*----------------------------------------------------------------
009010     PERFORM 6310-READ-RCS-PAIR
009020         THRU 6310-READ-RCS-PAIR-EXIT.
009030     IF WS-PASS-EOF
009040         GO TO 3700-FIND-ONE-RECYCLE-TAG-EXIT
009050     END-IF.
009060     IF WS-REC-RESUB NOT = SPACES
009070         GO TO 3700-FIND-ONE-RECYCLE-TAG-EXIT
009080     END-IF.
009090     PERFORM 3710-TEST-ONE-PENDING-ROOT
009100         THRU 3710-TEST-ONE-PENDING-ROOT-EXIT
009110         VARYING WS-CHAIN-SUB FROM 1 BY 1
009120         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
009130 3700-FIND-ONE-RECYCLE-TAG-EXIT.
009140     EXIT.
009150
009160*----------------------------------------------------------------
009170 3710-TEST-ONE-PENDING-ROOT.
009180*----------------------------------------------------------------
009190     IF NOT WS-CH-ROOT-PENDING(WS-CHAIN-SUB)
009200             AND NOT WS-CH-ROOT-FOUND(WS-CHAIN-SUB)
009210         GO TO 3710-TEST-ONE-PENDING-ROOT-EXIT
009220     END-IF.
009230     IF WS-REC-RECNO NOT = WS-CH-ROOT-RECNO(WS-CHAIN-SUB)
009240             OR WS-REC-SRC NOT = WS-CH-SRC(WS-CHAIN-SUB)
009250             OR WS-REC-DATE > WS-CH-SEED-DATE(WS-CHAIN-SUB)
009260         GO TO 3710-TEST-ONE-PENDING-ROOT-EXIT
009270     END-IF.
009280     IF WS-CH-ROOT-FOUND(WS-CHAIN-SUB)
009290             AND WS-REC-DATE NOT > WS-CH-ROOT-DATE(WS-CHAIN-SUB)
009300         GO TO 3710-TEST-ONE-PENDING-ROOT-EXIT
009310     END-IF.
009320     MOVE "F" TO WS-CH-ROOT-STATE(WS-CHAIN-SUB).
009330     MOVE WS-REC-DATE TO WS-CH-ROOT-DATE(WS-CHAIN-SUB).
009340 3710-TEST-ONE-PENDING-ROOT-EXIT.
009350     EXIT.
009360
009370*----------------------------------------------------------------
009380*    STAGE 1/2/3 - THE FEEDER RETURN ROWS: HOW EACH MEMBER WAS
009390*    COLLECTED, WHAT BECAME OF IT, AND EVERY RESUBMISSION OF
009400*    THE ROOT.
009410*----------------------------------------------------------------
009420 4000-TRACE-COLLECTION.
009430*----------------------------------------------------------------
009440     IF WS-CHAIN-COUNT = ZERO
009450         GO TO 4000-TRACE-COLLECTION-EXIT
009460     END-IF.
009470     PERFORM 6200-OPEN-RTS
009480         THRU 6200-OPEN-RTS-EXIT.
009490     IF NOT WS-PASS-OPEN
009500         GO TO 4000-TRACE-COLLECTION-EXIT
009510     END-IF.
009520     PERFORM 4100-TRACE-ONE-RETURN-ROW
009530         THRU 4100-TRACE-ONE-RETURN-ROW-EXIT
009540         UNTIL WS-PASS-EOF.
009550     CLOSE LIN-RTS-FILE.
009560 4000-TRACE-COLLECTION-EXIT.
009570     EXIT.
009580
009590*----------------------------------------------------------------
009600 4100-TRACE-ONE-RETURN-ROW.
009610*----------------------------------------------------------------
009620     PERFORM 6210-READ-RTS
009630         THRU 6210-READ-RTS-EXIT.
009640     IF WS-PASS-EOF OR LIN-RTS-REC(1:3) NOT = "DTL"
009650         GO TO 4100-TRACE-ONE-RETURN-ROW-EXIT
009660     END-IF.
009670     EVALUATE LIN-RTS-REC(15:1)
009680         WHEN "S"
009690             MOVE "ABCFIX RESUBMISSION" TO WS-RTS-ORIGIN-TEXT
009700         WHEN "L"
009710             MOVE "RELEASED FROM HOLD" TO WS-RTS-ORIGIN-TEXT
009720         WHEN OTHER
009730             MOVE "FEEDER EXTRACT" TO WS-RTS-ORIGIN-TEXT
009740     END-EVALUATE.
009750     EVALUATE LIN-RTS-REC(13:1)
009760         WHEN "A"
009770             MOVE "ACCEPTED, OUT" TO WS-RTS-DISP-TEXT
009780         WHEN "R"
009790             MOVE "REJECTED" TO WS-RTS-DISP-TEXT
009800         WHEN "D"
009810             MOVE "SUPPRESSED" TO WS-RTS-DISP-TEXT
009820         WHEN OTHER
009830             MOVE "UNRESOLVED" TO WS-RTS-DISP-TEXT
009840     END-EVALUATE.
009850     PERFORM 4110-TRACE-RETURN-ONE-CHAIN
009860         THRU 4110-TRACE-RETURN-ONE-CHAIN-EXIT
009870         VARYING WS-CHAIN-SUB FROM 1 BY 1
009880         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
009890 4100-TRACE-ONE-RETURN-ROW-EXIT.
009900     EXIT.
009910
009920*----------------------------------------------------------------
009930 4110-TRACE-RETURN-ONE-CHAIN.
009940*----------------------------------------------------------------
009950     PERFORM 5300-TEST-MEMBERSHIP
009960         THRU 5300-TEST-MEMBERSHIP-EXIT.
009970     IF NOT WS-IN-CHAIN
009980         GO TO 4110-TRACE-RETURN-ONE-CHAIN-EXIT
009990     END-IF.
010000     PERFORM 5100-ADD-MEMBER
010010         THRU 5100-ADD-MEMBER-EXIT.
010020     IF WS-MEMBER-NEW
010030         PERFORM 5500-NOTE-RESUBMISSION
010040             THRU 5500-NOTE-RESUBMISSION-EXIT
010050     END-IF.
010060
010070     MOVE 1 TO WS-EVENT-STAGE.
010080     MOVE SPACES TO WS-EVENT-TEXT.
010090     STRING
010100         "COLLECTED    "         DELIMITED BY SIZE
010110         WS-REC-DATE             DELIMITED BY SIZE
010120         " REC "                 DELIMITED BY SIZE
010130         WS-REC-RECNO            DELIMITED BY SIZE
010140         " SRC="                 DELIMITED BY SIZE
010150         WS-REC-SRC              DELIMITED BY SIZE
010160         " FROM "                DELIMITED BY SIZE
010170         WS-RTS-ORIGIN-TEXT      DELIMITED BY "  "
010180         "  LINE-1 ["            DELIMITED BY SIZE
010190         FUNCTION TRIM(LIN-RTS-REC(17:40))
010200                                 DELIMITED BY SIZE
010210         "] LINE-2 ["            DELIMITED BY SIZE
010220         FUNCTION TRIM(LIN-RTS-REC(58:40))
010230                                 DELIMITED BY SIZE
010240         "]"                     DELIMITED BY SIZE
010250         INTO WS-EVENT-TEXT
010260     END-STRING.
010270     PERFORM 5400-ADD-EVENT
010280         THRU 5400-ADD-EVENT-EXIT.
010290
010300     MOVE 2 TO WS-EVENT-STAGE.
010310     MOVE SPACES TO WS-EVENT-TEXT.
010320     STRING
010330         "VALIDATED    "         DELIMITED BY SIZE
010340         WS-REC-DATE             DELIMITED BY SIZE
010350         " REC "                 DELIMITED BY SIZE
010360         WS-REC-RECNO            DELIMITED BY SIZE
010370         " "                     DELIMITED BY SIZE
010380         WS-RTS-DISP-TEXT        DELIMITED BY "  "
010390         " "                     DELIMITED BY SIZE
010400         FUNCTION TRIM(LIN-RTS-REC(99:40))
010410                                 DELIMITED BY SIZE
010420         INTO WS-EVENT-TEXT
010430     END-STRING.
010440     PERFORM 5400-ADD-EVENT
010450         THRU 5400-ADD-EVENT-EXIT.
010460 4110-TRACE-RETURN-ONE-CHAIN-EXIT.
010470     EXIT.
010480
010490*----------------------------------------------------------------
010500*    STAGE 2 - EVERY RCY TAG IN THE CHAIN: THE NIGHT'S REJECTS,
010510*    A RESUBMISSION REJECTED AGAIN (ITS TAG KEEPS THE ORIGINAL
010520*    RECORD NUMBER), AND A DOWNSTREAM REFUSAL ABCACK RECYCLED.
010530*----------------------------------------------------------------
010540 4200-TRACE-RECYCLE.
010550*----------------------------------------------------------------
010560     IF WS-CHAIN-COUNT = ZERO
010570         GO TO 4200-TRACE-RECYCLE-EXIT
010580     END-IF.
010590     PERFORM 6300-OPEN-RCS
010600         THRU 6300-OPEN-RCS-EXIT.
010610     IF NOT WS-PASS-OPEN
010620         GO TO 4200-TRACE-RECYCLE-EXIT
010630     END-IF.
010640     PERFORM 4300-TRACE-ONE-RECYCLE-TAG
010650         THRU 4300-TRACE-ONE-RECYCLE-TAG-EXIT
010660         UNTIL WS-PASS-EOF.
010670     CLOSE LIN-RCS-FILE.
010680 4200-TRACE-RECYCLE-EXIT.
010690     EXIT.
010700
010710*----------------------------------------------------------------
010720 4300-TRACE-ONE-RECYCLE-TAG.
010730*----------------------------------------------------------------
010740     PERFORM 6310-READ-RCS-PAIR
010750         THRU 6310-READ-RCS-PAIR-EXIT.
010760     IF WS-PASS-EOF
010770         GO TO 4300-TRACE-ONE-RECYCLE-TAG-EXIT
010780     END-IF.
010790     PERFORM 4310-TRACE-RECYCLE-ONE-CHAIN
010800         THRU 4310-TRACE-RECYCLE-ONE-CHAIN-EXIT
010810         VARYING WS-CHAIN-SUB FROM 1 BY 1
010820         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
010830 4300-TRACE-ONE-RECYCLE-TAG-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870 4310-TRACE-RECYCLE-ONE-CHAIN.
010880*----------------------------------------------------------------
010890     PERFORM 5300-TEST-MEMBERSHIP
010900         THRU 5300-TEST-MEMBERSHIP-EXIT.
010910     IF NOT WS-IN-CHAIN
010920         GO TO 4310-TRACE-RECYCLE-ONE-CHAIN-EXIT
010930     END-IF.
010940     MOVE 2 TO WS-EVENT-STAGE.
010950     MOVE SPACES TO WS-EVENT-TEXT.
010960     STRING
010970         "RECYCLED     "         DELIMITED BY SIZE
010980         FUNCTION TRIM(WS-RCS-TAG(5:76))
010990                                 DELIMITED BY SIZE
011000         INTO WS-EVENT-TEXT
011010     END-STRING.
011020     PERFORM 5400-ADD-EVENT
011030         THRU 5400-ADD-EVENT-EXIT.
011040 4310-TRACE-RECYCLE-ONE-CHAIN-EXIT.
011050     EXIT.
011060
011070*----------------------------------------------------------------
011080*    STAGE 3/4 - THE MASTER ROWS: THE TRANSFORM OF EVERY MEMBER
011090*    THAT PASSED, AND ANY RESUBMISSION THE RETURN FILES DID NOT
011100*    ALREADY SHOW.
011110*----------------------------------------------------------------
011120 4400-TRACE-TRANSFORM.
011130*----------------------------------------------------------------
011140     IF WS-CHAIN-COUNT = ZERO
011150         GO TO 4400-TRACE-TRANSFORM-EXIT
011160     END-IF.
011170     OPEN INPUT LIN-MST-FILE.
011180     IF NOT ABCAMI-OK
011190         DISPLAY "ABCLIN: UNABLE TO REOPEN ABCAMI, STATUS="
011200             WS-ABCAMI-STATUS
011210         MOVE "Y" TO WS-FATAL-SW
011220         GO TO 4400-TRACE-TRANSFORM-EXIT
011230     END-IF.
011240     MOVE "N" TO WS-PASS-EOF-SW.
011250     PERFORM 4500-TRACE-ONE-MASTER-ROW
011260         THRU 4500-TRACE-ONE-MASTER-ROW-EXIT
011270         UNTIL WS-PASS-EOF.
011280     CLOSE LIN-MST-FILE.
011290 4400-TRACE-TRANSFORM-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------
011330 4500-TRACE-ONE-MASTER-ROW.
011340*----------------------------------------------------------------
011350     READ LIN-MST-FILE
011360         AT END
011370             SET WS-PASS-EOF TO TRUE
011380     END-READ.
011390     IF WS-PASS-EOF OR LIN-MST-DATE = SPACES
011400         GO TO 4500-TRACE-ONE-MASTER-ROW-EXIT
011410     END-IF.
011420     MOVE LIN-MST-DATE  TO WS-REC-DATE.
011430     MOVE LIN-MST-RECNO TO WS-REC-RECNO.
011440     MOVE LIN-MST-SRC   TO WS-REC-SRC.
011450     MOVE LIN-MST-RESUB TO WS-REC-RESUB.
011460     IF WS-REC-RESUB = "0000000"
011470         MOVE SPACES TO WS-REC-RESUB
011480     END-IF.
011490     PERFORM 4510-TRACE-MASTER-ONE-CHAIN
011500         THRU 4510-TRACE-MASTER-ONE-CHAIN-EXIT
011510         VARYING WS-CHAIN-SUB FROM 1 BY 1
011520         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
011530 4500-TRACE-ONE-MASTER-ROW-EXIT.
011540     EXIT.
011550
011560*----------------------------------------------------------------
011570 4510-TRACE-MASTER-ONE-CHAIN.
011580*----------------------------------------------------------------
011590     PERFORM 5300-TEST-MEMBERSHIP
011600         THRU 5300-TEST-MEMBERSHIP-EXIT.
011610     IF NOT WS-IN-CHAIN
011620         GO TO 4510-TRACE-MASTER-ONE-CHAIN-EXIT
011630     END-IF.
011640     PERFORM 5100-ADD-MEMBER
011650         THRU 5100-ADD-MEMBER-EXIT.
011660     IF WS-MEMBER-NEW
011670         PERFORM 5500-NOTE-RESUBMISSION
011680             THRU 5500-NOTE-RESUBMISSION-EXIT
011690     END-IF.
011700
011710     MOVE 4 TO WS-EVENT-STAGE.
011720     MOVE SPACES TO WS-EVENT-TEXT.
011730     STRING
011740         "TRANSFORMED  "         DELIMITED BY SIZE
011750         WS-REC-DATE             DELIMITED BY SIZE
011760         " REC "                 DELIMITED BY SIZE
011770         WS-REC-RECNO            DELIMITED BY SIZE
011780         " ORIG=["               DELIMITED BY SIZE
011790         LIN-MST-ORIG            DELIMITED BY SIZE
011800         "] TMPL="               DELIMITED BY SIZE
011810         LIN-MST-TMPL            DELIMITED BY SIZE
011820         " BRANCH="              DELIMITED BY SIZE
011830         LIN-MST-BRANCH          DELIMITED BY SIZE
011840         " TIE="                 DELIMITED BY SIZE
011850         LIN-MST-TIE             DELIMITED BY SIZE
011860         " OUT=["                DELIMITED BY SIZE
011870         LIN-MST-OUT             DELIMITED BY SIZE
011880         "]"                     DELIMITED BY SIZE
011890         INTO WS-EVENT-TEXT
011900     END-STRING.
011910     PERFORM 5400-ADD-EVENT
011920         THRU 5400-ADD-EVENT-EXIT.
011930     IF LIN-MST-GRP-SIZE NOT = SPACES
011940         MOVE SPACES TO WS-EVENT-TEXT
011950         STRING
011960             "             GROUP OF "  DELIMITED BY SIZE
011970             LIN-MST-GRP-SIZE          DELIMITED BY SIZE
011980             " ITEMS=["                DELIMITED BY SIZE
011990             FUNCTION TRIM(LIN-MST-GRP-ITEMS)
012000                                       DELIMITED BY SIZE
012010             "] OUT=["                 DELIMITED BY SIZE
012020             FUNCTION TRIM(LIN-MST-GRP-OUT)
012030                                       DELIMITED BY SIZE
012040             "]"                       DELIMITED BY SIZE
012050             INTO WS-EVENT-TEXT
012060         END-STRING
012070         PERFORM 5400-ADD-EVENT
012080             THRU 5400-ADD-EVENT-EXIT
012090     END-IF.
012100 4510-TRACE-MASTER-ONE-CHAIN-EXIT.
012110     EXIT.
012120
012130*----------------------------------------------------------------
012140*    STAGE 5 - EVERY XD AND XW ON THE KEPT CUTS FOR A MEMBER,
012150*    LABELLED BY ITS SEQUENCE RANGE.
012160*----------------------------------------------------------------
012170 4600-TRACE-TRANSMISSION.
012180*----------------------------------------------------------------
012190     IF WS-CHAIN-COUNT = ZERO
012200         GO TO 4600-TRACE-TRANSMISSION-EXIT
012210     END-IF.
012220     PERFORM 6400-OPEN-XMS
012230         THRU 6400-OPEN-XMS-EXIT.
012240     IF NOT WS-PASS-OPEN
012250         GO TO 4600-TRACE-TRANSMISSION-EXIT
012260     END-IF.
012270     PERFORM 4700-TRACE-ONE-XMIT-RECORD
012280         THRU 4700-TRACE-ONE-XMIT-RECORD-EXIT
012290         UNTIL WS-PASS-EOF.
012300     CLOSE LIN-XMS-FILE.
012310 4600-TRACE-TRANSMISSION-EXIT.
012320     EXIT.
012330
012340*----------------------------------------------------------------
012350 4700-TRACE-ONE-XMIT-RECORD.
012360*----------------------------------------------------------------
012370     READ LIN-XMS-FILE
012380         AT END
012390             SET WS-PASS-EOF TO TRUE
012400     END-READ.
012410     IF WS-PASS-EOF
012420         GO TO 4700-TRACE-ONE-XMIT-RECORD-EXIT
012430     END-IF.
012440     IF LIN-XMS-REC(1:3) = "XH "
012450         MOVE LIN-XMS-REC(4:8) TO WS-XMS-CUT-DATE
012460         GO TO 4700-TRACE-ONE-XMIT-RECORD-EXIT
012470     END-IF.
012480     IF (LIN-XMS-REC(1:3) NOT = "XD "
012490             AND LIN-XMS-REC(1:3) NOT = "XW ")
012500             OR LIN-XMS-REC(58:7) = SPACES
012510         GO TO 4700-TRACE-ONE-XMIT-RECORD-EXIT
012520     END-IF.
012530     MOVE LIN-XMS-REC(69:8) TO WS-REC-DATE.
012540     MOVE LIN-XMS-REC(58:7) TO WS-REC-RECNO.
012550     MOVE LIN-XMS-REC(66:2) TO WS-REC-SRC.
012560     MOVE SPACES            TO WS-REC-RESUB.
012570     MOVE LIN-XMS-REC(4:7)  TO WS-XMS-SEQ.
012580     MOVE ZERO TO WS-XMS-SEQ-NUM.
012590     IF WS-XMS-SEQ NUMERIC
012600         MOVE WS-XMS-SEQ TO WS-XMS-SEQ-NUM
012610     END-IF.
012620     EVALUATE TRUE
012630         WHEN WS-XMS-SEQ-NUM > 9000000
012640             MOVE "EXPRESS CUT" TO WS-XMS-RANGE-TEXT
012650         WHEN WS-XMS-SEQ-NUM > 8000000
012660             MOVE "CORRECTION CUT" TO WS-XMS-RANGE-TEXT
012670         WHEN WS-XMS-SEQ-NUM > 7000000
012680             MOVE "RETRANSMISSION" TO WS-XMS-RANGE-TEXT
012690         WHEN WS-XMS-SEQ-NUM > 6000000
012700             MOVE "DESK CUT" TO WS-XMS-RANGE-TEXT
012710         WHEN OTHER
012720             MOVE "MAIN CUT" TO WS-XMS-RANGE-TEXT
012730     END-EVALUATE.
012740     PERFORM 4710-TRACE-XMIT-ONE-CHAIN
012750         THRU 4710-TRACE-XMIT-ONE-CHAIN-EXIT
012760         VARYING WS-CHAIN-SUB FROM 1 BY 1
012770         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
012780 4700-TRACE-ONE-XMIT-RECORD-EXIT.
012790     EXIT.
012800
012810*----------------------------------------------------------------
012820 4710-TRACE-XMIT-ONE-CHAIN.
012830*----------------------------------------------------------------
012840     PERFORM 5200-FIND-MEMBER
012850         THRU 5200-FIND-MEMBER-EXIT.
012860     IF WS-MEMBER-HIT = ZERO
012870         GO TO 4710-TRACE-XMIT-ONE-CHAIN-EXIT
012880     END-IF.
012890     ADD 1 TO WS-CH-XMIT-COUNT(WS-CHAIN-SUB).
012900     MOVE 5 TO WS-EVENT-STAGE.
012910     MOVE SPACES TO WS-EVENT-TEXT.
012920     IF LIN-XMS-REC(1:3) = "XW "
012930         STRING
012940             "WITHDRAWN    "         DELIMITED BY SIZE
012950             WS-XMS-CUT-DATE         DELIMITED BY SIZE
012960             " SEQ "                 DELIMITED BY SIZE
012970             WS-XMS-SEQ              DELIMITED BY SIZE
012980             " "                     DELIMITED BY SIZE
012990             WS-XMS-RANGE-TEXT       DELIMITED BY "  "
013000             " XW OF SEQ "           DELIMITED BY SIZE
013010             LIN-XMS-REC(21:7)       DELIMITED BY SIZE
013020             " OF "                  DELIMITED BY SIZE
013030             LIN-XMS-REC(29:8)       DELIMITED BY SIZE
013040             " OUT=["                DELIMITED BY SIZE
013050             LIN-XMS-REC(38:8)       DELIMITED BY SIZE
013060             "] REC "                DELIMITED BY SIZE
013070             WS-REC-RECNO            DELIMITED BY SIZE
013080             INTO WS-EVENT-TEXT
013090         END-STRING
013100     ELSE
013110         STRING
013120             "TRANSMITTED  "         DELIMITED BY SIZE
013130             WS-XMS-CUT-DATE         DELIMITED BY SIZE
013140             " SEQ "                 DELIMITED BY SIZE
013150             WS-XMS-SEQ              DELIMITED BY SIZE
013160             " "                     DELIMITED BY SIZE
013170             WS-XMS-RANGE-TEXT       DELIMITED BY "  "
013180             " XD DATED "            DELIMITED BY SIZE
013190             LIN-XMS-REC(12:8)       DELIMITED BY SIZE
013200             " OUT=["                DELIMITED BY SIZE
013210             FUNCTION TRIM(LIN-XMS-REC(21:36))
013220                                     DELIMITED BY SIZE
013230             "] REC "                DELIMITED BY SIZE
013240             WS-REC-RECNO            DELIMITED BY SIZE
013250             INTO WS-EVENT-TEXT
013260         END-STRING
013270     END-IF.
013280     PERFORM 5400-ADD-EVENT
013290         THRU 5400-ADD-EVENT-EXIT.
013300 4710-TRACE-XMIT-ONE-CHAIN-EXIT.
013310     EXIT.
013320
013330*----------------------------------------------------------------
013340*    STAGE 6 - EVERY ENTRY STILL OPEN ON THE CURRENT ACK LEDGER.
013350*    AN ACKNOWLEDGED OR REFUSED ENTRY HAS LEFT THE LEDGER; A
013360*    REFUSAL SHOWS AS ITS NAKRCY RECYCLE ABOVE.
013370*----------------------------------------------------------------
013380 4800-TRACE-LEDGER.
013390*----------------------------------------------------------------
013400     IF WS-CHAIN-COUNT = ZERO
013410         GO TO 4800-TRACE-LEDGER-EXIT
013420     END-IF.
013430     MOVE "N" TO WS-PASS-OPEN-SW.
013440     MOVE "N" TO WS-PASS-EOF-SW.
013450     OPEN INPUT LIN-LGI-FILE.
013460     IF NOT ABCLGI-OK
013470         MOVE SPACES TO LIN-RPT-REC
013480         STRING
013490             "  ABCLGI NOT AVAILABLE, STATUS="
013500                                    DELIMITED BY SIZE
013510             WS-ABCLGI-STATUS       DELIMITED BY SIZE
013520             " - LEDGER STATUS NOT SHOWN"
013530                                    DELIMITED BY SIZE
013540             INTO LIN-RPT-REC
013550         END-STRING
013560         WRITE LIN-RPT-REC
013570         SET WS-SHORT-REPORT TO TRUE
013580         GO TO 4800-TRACE-LEDGER-EXIT
013590     END-IF.
013600     PERFORM 4900-TRACE-ONE-LEDGER-ROW
013610         THRU 4900-TRACE-ONE-LEDGER-ROW-EXIT
013620         UNTIL WS-PASS-EOF.
013630     CLOSE LIN-LGI-FILE.
013640 4800-TRACE-LEDGER-EXIT.
013650     EXIT.
013660
013670*----------------------------------------------------------------
013680 4900-TRACE-ONE-LEDGER-ROW.
013690*----------------------------------------------------------------
013700     READ LIN-LGI-FILE
013710         AT END
013720             SET WS-PASS-EOF TO TRUE
013730     END-READ.
013740     IF WS-PASS-EOF OR LIN-LGI-REC(70:7) = SPACES
013750         GO TO 4900-TRACE-ONE-LEDGER-ROW-EXIT
013760     END-IF.
013770     MOVE LIN-LGI-REC(81:8) TO WS-REC-DATE.
013780     MOVE LIN-LGI-REC(70:7) TO WS-REC-RECNO.
013790     MOVE SPACES TO WS-LGI-RTX-TEXT, WS-LGI-WDR-TEXT.
013800     IF LIN-LGI-REC(31:1) = "R"
013810         MOVE " RETRANSMITTED" TO WS-LGI-RTX-TEXT
013820     END-IF.
013830     IF LIN-LGI-REC(90:1) = "W"
013840         STRING
013850             " WITHDRAWING SEQ "    DELIMITED BY SIZE
013860             LIN-LGI-REC(92:7)      DELIMITED BY SIZE
013870             " OF "                 DELIMITED BY SIZE
013880             LIN-LGI-REC(100:8)     DELIMITED BY SIZE
013890             INTO WS-LGI-WDR-TEXT
013900         END-STRING
013910     END-IF.
013920     PERFORM 4910-TRACE-LEDGER-ONE-CHAIN
013930         THRU 4910-TRACE-LEDGER-ONE-CHAIN-EXIT
013940         VARYING WS-CHAIN-SUB FROM 1 BY 1
013950         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
013960 4900-TRACE-ONE-LEDGER-ROW-EXIT.
013970     EXIT.
013980
013990*----------------------------------------------------------------
014000 4910-TRACE-LEDGER-ONE-CHAIN.
014010*----------------------------------------------------------------
014020     PERFORM 5200-FIND-MEMBER
014030         THRU 5200-FIND-MEMBER-EXIT.
014040     IF WS-MEMBER-HIT = ZERO
014050         GO TO 4910-TRACE-LEDGER-ONE-CHAIN-EXIT
014060     END-IF.
014070     ADD 1 TO WS-CH-LEDGER-COUNT(WS-CHAIN-SUB).
014080     MOVE 6 TO WS-EVENT-STAGE.
014090     MOVE SPACES TO WS-EVENT-TEXT.
014100     STRING
014110         "OUTSTANDING  SEQ "     DELIMITED BY SIZE
014120         LIN-LGI-REC(1:7)        DELIMITED BY SIZE
014130         " OF "                  DELIMITED BY SIZE
014140         LIN-LGI-REC(9:8)        DELIMITED BY SIZE
014150         " UNACKNOWLEDGED, AGE " DELIMITED BY SIZE
014160         LIN-LGI-REC(27:3)       DELIMITED BY SIZE
014170         " DAYS"                 DELIMITED BY SIZE
014180         WS-LGI-RTX-TEXT         DELIMITED BY "  "
014190         WS-LGI-WDR-TEXT         DELIMITED BY "  "
014200         " REC "                 DELIMITED BY SIZE
014210         WS-REC-RECNO            DELIMITED BY SIZE
014220         INTO WS-EVENT-TEXT
014230     END-STRING.
014240     PERFORM 5400-ADD-EVENT
014250         THRU 5400-ADD-EVENT-EXIT.
014260 4910-TRACE-LEDGER-ONE-CHAIN-EXIT.
014270     EXIT.
014280
014290*----------------------------------------------------------------
014300*    ADD A CHAIN FOR CARD WS-CARD-NO NAMING THE PAIR IN
014310*    WS-REC-WORK - ONCE PER CARD, HOWEVER MANY TIMES THE PAIR IS
014320*    FOUND (A SEQUENCE NUMBER RETRANSMITTED, SAY).
014330*----------------------------------------------------------------
014340 5000-ADD-CHAIN.
014350*----------------------------------------------------------------
014360     MOVE ZERO TO WS-CHAIN-HIT.
014370     PERFORM 5010-TEST-ONE-CHAIN
014380         THRU 5010-TEST-ONE-CHAIN-EXIT
014390         VARYING WS-CHAIN-SUB FROM 1 BY 1
014400         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
014410             OR WS-CHAIN-HIT > ZERO.
014420     IF WS-CHAIN-HIT > ZERO
014430         GO TO 5000-ADD-CHAIN-EXIT
014440     END-IF.
014450     IF WS-CHAIN-COUNT = WS-CHAIN-MAX
014460         IF NOT WS-SHORT-REPORT
014470             DISPLAY "ABCLIN: MORE THAN " WS-CHAIN-MAX
014480                 " PAIRS NAMED - NARROW THE CARDS"
014490         END-IF
014500         SET WS-SHORT-REPORT TO TRUE
014510         GO TO 5000-ADD-CHAIN-EXIT
014520     END-IF.
014530     ADD 1 TO WS-CHAIN-COUNT.
014540     MOVE SPACES TO WS-CHAIN-ENTRY(WS-CHAIN-COUNT).
014550     MOVE WS-CARD-NO   TO WS-CH-CARD(WS-CHAIN-COUNT).
014560     MOVE WS-REC-DATE  TO WS-CH-SEED-DATE(WS-CHAIN-COUNT).
014570     MOVE WS-REC-RECNO TO WS-CH-SEED-RECNO(WS-CHAIN-COUNT).
014580     MOVE WS-REC-SRC   TO WS-CH-SRC(WS-CHAIN-COUNT).
014590     MOVE ZERO TO WS-CH-XMIT-COUNT(WS-CHAIN-COUNT).
014600     MOVE ZERO TO WS-CH-LEDGER-COUNT(WS-CHAIN-COUNT).
014610     MOVE ZERO TO WS-CH-EVENT-COUNT(WS-CHAIN-COUNT).
014620     ADD 1 TO WS-REQ-CHAINS(WS-CARD-NO).
014630 5000-ADD-CHAIN-EXIT.
014640     EXIT.
014650
014660*----------------------------------------------------------------
014670*    A CHAIN ALREADY HELD FOR THIS CARD AND PAIR STOPS THE
014680*    SEARCH WITH WS-CHAIN-HIT SET TO IT.
014690*----------------------------------------------------------------
014700 5010-TEST-ONE-CHAIN.
014710*----------------------------------------------------------------
014720     IF WS-CH-CARD(WS-CHAIN-SUB) = WS-CARD-NO
014730             AND WS-CH-SEED-DATE(WS-CHAIN-SUB) = WS-REC-DATE
014740             AND WS-CH-SEED-RECNO(WS-CHAIN-SUB) = WS-REC-RECNO
014750         MOVE WS-CHAIN-SUB TO WS-CHAIN-HIT
014760     END-IF.
014770 5010-TEST-ONE-CHAIN-EXIT.
014780     EXIT.
014790
014800*----------------------------------------------------------------
014810*    ADD WS-REC-DATE/WS-REC-RECNO TO CHAIN WS-CHAIN-SUB'S
014820*    MEMBERS. WS-MEMBER-NEW SAYS WHETHER IT WAS NOT ALREADY ONE.
014830*----------------------------------------------------------------
014840 5100-ADD-MEMBER.
014850*----------------------------------------------------------------
014860     MOVE "N" TO WS-MEMBER-NEW-SW.
014870     PERFORM 5200-FIND-MEMBER
014880         THRU 5200-FIND-MEMBER-EXIT.
014890     IF WS-MEMBER-HIT > ZERO
014900         GO TO 5100-ADD-MEMBER-EXIT
014910     END-IF.
014920     IF WS-MEMBER-COUNT = WS-MEMBER-MAX
014930         SET WS-SHORT-REPORT TO TRUE
014940         GO TO 5100-ADD-MEMBER-EXIT
014950     END-IF.
014960     ADD 1 TO WS-MEMBER-COUNT.
014970     MOVE WS-CHAIN-SUB TO WS-MB-CHAIN(WS-MEMBER-COUNT).
014980     MOVE WS-REC-DATE  TO WS-MB-DATE(WS-MEMBER-COUNT).
014990     MOVE WS-REC-RECNO TO WS-MB-RECNO(WS-MEMBER-COUNT).
015000     MOVE "Y" TO WS-MEMBER-NEW-SW.
015010 5100-ADD-MEMBER-EXIT.
015020     EXIT.
015030
015040*----------------------------------------------------------------
015050*    IS WS-REC-DATE/WS-REC-RECNO A MEMBER OF CHAIN
015060*    WS-CHAIN-SUB? WS-MEMBER-HIT IS ITS SUBSCRIPT, OR ZERO.
015070*----------------------------------------------------------------
015080 5200-FIND-MEMBER.
015090*----------------------------------------------------------------
015100     MOVE ZERO TO WS-MEMBER-HIT.
015110     PERFORM 5210-TEST-ONE-MEMBER
015120         THRU 5210-TEST-ONE-MEMBER-EXIT
015130         VARYING WS-MEMBER-SUB FROM 1 BY 1
015140         UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
015150             OR WS-MEMBER-HIT > ZERO.
015160 5200-FIND-MEMBER-EXIT.
015170     EXIT.
015180
015190*----------------------------------------------------------------
015200 5210-TEST-ONE-MEMBER.
015210*----------------------------------------------------------------
015220     IF WS-MB-CHAIN(WS-MEMBER-SUB) = WS-CHAIN-SUB
015230             AND WS-MB-DATE(WS-MEMBER-SUB) = WS-REC-DATE
015240             AND WS-MB-RECNO(WS-MEMBER-SUB) = WS-REC-RECNO
015250         MOVE WS-MEMBER-SUB TO WS-MEMBER-HIT
015260     END-IF.
015270 5210-TEST-ONE-MEMBER-EXIT.
015280     EXIT.
015290
015300*----------------------------------------------------------------
015310*    DOES THE RECORD IN WS-REC-WORK BELONG TO CHAIN
015320*    WS-CHAIN-SUB? IT DOES WHEN IT IS ALREADY A MEMBER, WHEN IT
015330*    IS THE ROOT, OR WHEN IT IS A RESUBMISSION OF THE ROOT'S
015340*    RECORD NUMBER FROM THE SAME SOURCE NO EARLIER THAN THE
015350*    ROOT (ANY DATE WHEN THE ROOT'S DATE IS UNKNOWN).
015360*----------------------------------------------------------------
015370 5300-TEST-MEMBERSHIP.
015380*----------------------------------------------------------------
015390     MOVE "N" TO WS-IN-CHAIN-SW.
015400     IF WS-CH-SRC(WS-CHAIN-SUB) NOT = SPACES
015410             AND WS-REC-SRC NOT = SPACES
015420             AND WS-REC-SRC NOT = "??"
015430             AND WS-REC-SRC NOT = WS-CH-SRC(WS-CHAIN-SUB)
015440         GO TO 5300-TEST-MEMBERSHIP-EXIT
015450     END-IF.
015460     PERFORM 5200-FIND-MEMBER
015470         THRU 5200-FIND-MEMBER-EXIT.
015480     IF WS-MEMBER-HIT > ZERO
015490         MOVE "Y" TO WS-IN-CHAIN-SW
015500         GO TO 5300-TEST-MEMBERSHIP-EXIT
015510     END-IF.
015520     IF WS-CH-ROOT-DATE(WS-CHAIN-SUB) NOT = SPACES
015530             AND WS-REC-DATE = WS-CH-ROOT-DATE(WS-CHAIN-SUB)
015540             AND WS-REC-RECNO = WS-CH-ROOT-RECNO(WS-CHAIN-SUB)
015550         MOVE "Y" TO WS-IN-CHAIN-SW
015560         GO TO 5300-TEST-MEMBERSHIP-EXIT
015570     END-IF.
015580     IF WS-REC-RESUB = SPACES
015590             OR WS-REC-RESUB NOT = WS-CH-ROOT-RECNO(WS-CHAIN-SUB)
015600         GO TO 5300-TEST-MEMBERSHIP-EXIT
015610     END-IF.
015620     IF WS-CH-ROOT-DATE(WS-CHAIN-SUB) = SPACES
015630             OR WS-REC-DATE NOT < WS-CH-ROOT-DATE(WS-CHAIN-SUB)
015640         MOVE "Y" TO WS-IN-CHAIN-SW
015650     END-IF.
015660 5300-TEST-MEMBERSHIP-EXIT.
015670     EXIT.
015680
015690*----------------------------------------------------------------
015700*    HOLD ONE REPORT LINE FOR CHAIN WS-CHAIN-SUB.
015710*----------------------------------------------------------------
015720 5400-ADD-EVENT.
015730*----------------------------------------------------------------
015740     IF WS-EVENT-COUNT = WS-EVENT-MAX
015750         IF NOT WS-SHORT-REPORT
015760             DISPLAY "ABCLIN: MORE THAN " WS-EVENT-MAX
015770                 " LINEAGE LINES - REPORT IS SHORT"
015780         END-IF
015790         SET WS-SHORT-REPORT TO TRUE
015800         GO TO 5400-ADD-EVENT-EXIT
015810     END-IF.
015820     ADD 1 TO WS-EVENT-COUNT.
015830     MOVE WS-CHAIN-SUB   TO WS-EV-CHAIN(WS-EVENT-COUNT).
015840     MOVE WS-EVENT-STAGE TO WS-EV-STAGE(WS-EVENT-COUNT).
015850     MOVE WS-EVENT-TEXT  TO WS-EV-TEXT(WS-EVENT-COUNT).
015860     ADD 1 TO WS-CH-EVENT-COUNT(WS-CHAIN-SUB).
015870 5400-ADD-EVENT-EXIT.
015880     EXIT.
015890
015900*----------------------------------------------------------------
015910*    A NEW MEMBER FOUND BY ITS RESUB= IS A RESUBMISSION OF THE
015920*    ROOT - STAGE 3.
015930*----------------------------------------------------------------
015940 5500-NOTE-RESUBMISSION.
015950*----------------------------------------------------------------
015960     MOVE 3 TO WS-EVENT-STAGE.
015970     MOVE SPACES TO WS-EVENT-TEXT.
015980     STRING
015990         "RESUBMITTED  "         DELIMITED BY SIZE
016000         WS-REC-DATE             DELIMITED BY SIZE
016010         " REC "                 DELIMITED BY SIZE
016020         WS-REC-RECNO            DELIMITED BY SIZE
016030         " RESUB="               DELIMITED BY SIZE
016040         WS-REC-RESUB            DELIMITED BY SIZE
016050         INTO WS-EVENT-TEXT
016060     END-STRING.
016070     PERFORM 5400-ADD-EVENT
016080         THRU 5400-ADD-EVENT-EXIT.
016090 5500-NOTE-RESUBMISSION-EXIT.
016100     EXIT.
016110
016120*----------------------------------------------------------------
016130*    THE FEEDER RETURN FILES. A MISSING FILE IS NOTED ONCE PER
016140*    PASS AND THE PASS IS SKIPPED.
016150*----------------------------------------------------------------
016160 6200-OPEN-RTS.
016170*----------------------------------------------------------------
016180     MOVE "N" TO WS-PASS-OPEN-SW.
016190     MOVE "N" TO WS-PASS-EOF-SW.
016200     MOVE SPACES TO WS-RTS-SRC, WS-RTS-DATE.
016210     OPEN INPUT LIN-RTS-FILE.
016220     IF ABCRTS-OK
016230         MOVE "Y" TO WS-PASS-OPEN-SW
016240     ELSE
016250         MOVE SPACES TO LIN-RPT-REC
016260         STRING
016270             "  ABCRTS NOT AVAILABLE, STATUS="
016280                                    DELIMITED BY SIZE
016290             WS-ABCRTS-STATUS       DELIMITED BY SIZE
016300             " - COLLECTION AND DISPOSITION NOT SHOWN"
016310                                    DELIMITED BY SIZE
016320             INTO LIN-RPT-REC
016330         END-STRING
016340         WRITE LIN-RPT-REC
016350         SET WS-SHORT-REPORT TO TRUE
016360     END-IF.
016370 6200-OPEN-RTS-EXIT.
016380     EXIT.
016390
016400*----------------------------------------------------------------
016410*    READ ONE RETURN RECORD. AN HDR GIVES THE SOURCE-ID AND THE
016420*    NIGHT'S BUSINESS DATE OF THE DTL ROWS BEHIND IT; A DTL IS
016430*    LAID INTO WS-REC-WORK. A ROW RELEASED FROM HOLD (ORIGIN L)
016440*    CARRIES ITS HELD BATCH'S DATE IN COLS 148-155, BUT ABC
016450*    AUDITS IT UNDER THE NIGHT'S DATE, SO THAT IS ITS IDENTITY.
016460*----------------------------------------------------------------
016470 6210-READ-RTS.
016480*----------------------------------------------------------------
016490     READ LIN-RTS-FILE
016500         AT END
016510             SET WS-PASS-EOF TO TRUE
016520     END-READ.
016530     IF WS-PASS-EOF
016540         GO TO 6210-READ-RTS-EXIT
016550     END-IF.
016560     IF LIN-RTS-REC(1:3) = "HDR"
016570         MOVE LIN-RTS-REC(5:2) TO WS-RTS-SRC
016580         MOVE LIN-RTS-REC(8:8) TO WS-RTS-DATE
016590         GO TO 6210-READ-RTS-EXIT
016600     END-IF.
016610     IF LIN-RTS-REC(1:3) = "DTL"
016620         MOVE LIN-RTS-REC(148:8) TO WS-REC-DATE
016630         IF LIN-RTS-REC(15:1) = "L"
016640             MOVE WS-RTS-DATE    TO WS-REC-DATE
016650         END-IF
016660         MOVE LIN-RTS-REC(5:7)   TO WS-REC-RECNO
016670         MOVE WS-RTS-SRC         TO WS-REC-SRC
016680         MOVE LIN-RTS-REC(140:7) TO WS-REC-RESUB
016690         IF WS-REC-RESUB = "0000000"
016700             MOVE SPACES TO WS-REC-RESUB
016710         END-IF
016720     END-IF.
016730 6210-READ-RTS-EXIT.
016740     EXIT.
016750
016760*----------------------------------------------------------------
016770*    THE RECYCLE GENERATIONS.
016780*----------------------------------------------------------------
016790 6300-OPEN-RCS.
016800*----------------------------------------------------------------
016810     MOVE "N" TO WS-PASS-OPEN-SW.
016820     MOVE "N" TO WS-PASS-EOF-SW.
016830     OPEN INPUT LIN-RCS-FILE.
016840     IF ABCRCS-OK
016850         MOVE "Y" TO WS-PASS-OPEN-SW
016860     ELSE
016870         MOVE SPACES TO LIN-RPT-REC
016880         STRING
016890             "  ABCRCS NOT AVAILABLE, STATUS="
016900                                    DELIMITED BY SIZE
016910             WS-ABCRCS-STATUS       DELIMITED BY SIZE
016920             " - REJECTS AND RECYCLES NOT SHOWN"
016930                                    DELIMITED BY SIZE
016940             INTO LIN-RPT-REC
016950         END-STRING
016960         WRITE LIN-RPT-REC
016970         SET WS-SHORT-REPORT TO TRUE
016980     END-IF.
016990 6300-OPEN-RCS-EXIT.
017000     EXIT.
017010
017020*----------------------------------------------------------------
017030*    READ TO THE NEXT RCY TAG AND THE LINE-1 BEHIND IT. THE TAG
017040*    GIVES THE DATE AND RECORD NUMBER ("RCY YYYYMMDD NNNNNNN
017050*    REASON"); LINE-1 GIVES THE SOURCE-ID (COLS 49-50) AND ANY
017060*    RESUBMISSION NUMBER (COLS 42-48).
017070*----------------------------------------------------------------
017080 6310-READ-RCS-PAIR.
017090*----------------------------------------------------------------
017100     MOVE SPACES TO LIN-RCS-REC.
017110     PERFORM 6320-READ-RCS-RECORD
017120         THRU 6320-READ-RCS-RECORD-EXIT
017130         UNTIL WS-PASS-EOF
017140             OR LIN-RCS-REC(1:4) = "RCY ".
017150     IF WS-PASS-EOF
017160         GO TO 6310-READ-RCS-PAIR-EXIT
017170     END-IF.
017180     MOVE LIN-RCS-REC      TO WS-RCS-TAG.
017190     MOVE WS-RCS-TAG(5:8)  TO WS-REC-DATE.
017200     MOVE WS-RCS-TAG(14:7) TO WS-REC-RECNO.
017210     MOVE SPACES TO LIN-RCS-REC.
017220     PERFORM 6320-READ-RCS-RECORD
017230         THRU 6320-READ-RCS-RECORD-EXIT.
017240     MOVE LIN-RCS-REC(49:2) TO WS-REC-SRC.
017250     MOVE LIN-RCS-REC(42:7) TO WS-REC-RESUB.
017260     IF WS-REC-RESUB = "0000000"
017270         MOVE SPACES TO WS-REC-RESUB
017280     END-IF.
017290 6310-READ-RCS-PAIR-EXIT.
017300     EXIT.
017310
017320*----------------------------------------------------------------
017330 6320-READ-RCS-RECORD.
017340*----------------------------------------------------------------
017350     READ LIN-RCS-FILE
017360         AT END
017370             SET WS-PASS-EOF TO TRUE
017380             MOVE SPACES TO LIN-RCS-REC
017390     END-READ.
017400 6320-READ-RCS-RECORD-EXIT.
017410     EXIT.
017420
017430*----------------------------------------------------------------
017440*    THE KEPT CUTS.
017450*----------------------------------------------------------------
017460 6400-OPEN-XMS.
017470*----------------------------------------------------------------
017480     MOVE "N" TO WS-PASS-OPEN-SW.
017490     MOVE "N" TO WS-PASS-EOF-SW.
017500     MOVE SPACES TO WS-XMS-CUT-DATE.
017510     OPEN INPUT LIN-XMS-FILE.
017520     IF ABCXMS-OK
017530         MOVE "Y" TO WS-PASS-OPEN-SW
017540     ELSE
017550         MOVE SPACES TO LIN-RPT-REC
017560         STRING
017570             "  ABCXMS NOT AVAILABLE, STATUS="
017580                                    DELIMITED BY SIZE
017590             WS-ABCXMS-STATUS       DELIMITED BY SIZE
017600             " - TRANSMISSIONS NOT SHOWN"
017610                                    DELIMITED BY SIZE
017620             INTO LIN-RPT-REC
017630         END-STRING
017640         WRITE LIN-RPT-REC
017650         SET WS-SHORT-REPORT TO TRUE
017660     END-IF.
017670 6400-OPEN-XMS-EXIT.
017680     EXIT.
017690
017700*----------------------------------------------------------------
017710*    PRINT EVERY CHAIN IN CARD ORDER: A HEADING, ITS LINES STAGE
017720*    BY STAGE, AND A CLOSING STATUS LINE.
017730*----------------------------------------------------------------
017740 7000-PRINT-LINEAGE.
017750*----------------------------------------------------------------
017760     PERFORM 7100-PRINT-ONE-CHAIN
017770         THRU 7100-PRINT-ONE-CHAIN-EXIT
017780         VARYING WS-REQ-SUB FROM 1 BY 1
017790             UNTIL WS-REQ-SUB > WS-REQ-COUNT
017800         AFTER WS-CHAIN-SUB FROM 1 BY 1
017810             UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
017820 7000-PRINT-LINEAGE-EXIT.
017830     EXIT.
017840
017850*----------------------------------------------------------------
017860 7100-PRINT-ONE-CHAIN.
017870*----------------------------------------------------------------
017880     IF WS-CH-CARD(WS-CHAIN-SUB) NOT = WS-REQ-SUB
017890         GO TO 7100-PRINT-ONE-CHAIN-EXIT
017900     END-IF.
017910     MOVE SPACES TO LIN-RPT-REC.
017920     WRITE LIN-RPT-REC.
017930     MOVE WS-CH-CARD(WS-CHAIN-SUB) TO WS-CARD-NO.
017940     MOVE SPACES TO WS-ROOT-TEXT.
017950     EVALUATE TRUE
017960         WHEN WS-CH-ROOT-FOUND(WS-CHAIN-SUB)
017970             STRING
017980                 "RESUBMISSION OF REC " DELIMITED BY SIZE
017990                 WS-CH-ROOT-RECNO(WS-CHAIN-SUB)
018000                                        DELIMITED BY SIZE
018010                 " OF "                 DELIMITED BY SIZE
018020                 WS-CH-ROOT-DATE(WS-CHAIN-SUB)
018030                                        DELIMITED BY SIZE
018040                 INTO WS-ROOT-TEXT
018050             END-STRING
018060         WHEN WS-CH-ROOT-UNKNOWN(WS-CHAIN-SUB)
018070             STRING
018080                 "RESUBMISSION OF REC " DELIMITED BY SIZE
018090                 WS-CH-ROOT-RECNO(WS-CHAIN-SUB)
018100                                        DELIMITED BY SIZE
018110                 " - ORIGINAL REJECT AGED OFF"
018120                                        DELIMITED BY SIZE
018130                 INTO WS-ROOT-TEXT
018140             END-STRING
018150         WHEN OTHER
018160             MOVE "ORIGINAL PAIR" TO WS-ROOT-TEXT
018170     END-EVALUATE.
018180     STRING
018190         "  CARD "               DELIMITED BY SIZE
018200         WS-CARD-NO              DELIMITED BY SIZE
018210         "  PAIR "               DELIMITED BY SIZE
018220         WS-CH-SEED-DATE(WS-CHAIN-SUB)
018230                                 DELIMITED BY SIZE
018240         " REC "                 DELIMITED BY SIZE
018250         WS-CH-SEED-RECNO(WS-CHAIN-SUB)
018260                                 DELIMITED BY SIZE
018270         " SRC="                 DELIMITED BY SIZE
018280         WS-CH-SRC(WS-CHAIN-SUB) DELIMITED BY SIZE
018290         " - "                   DELIMITED BY SIZE
018300         WS-ROOT-TEXT            DELIMITED BY "  "
018310         INTO LIN-RPT-REC
018320     END-STRING.
018330     WRITE LIN-RPT-REC.
018340
018350     MOVE WS-CHAIN-SUB TO WS-PRINT-CHAIN.
018360     PERFORM 7200-PRINT-ONE-EVENT
018370         THRU 7200-PRINT-ONE-EVENT-EXIT
018380         VARYING WS-STAGE-SUB FROM 1 BY 1
018390             UNTIL WS-STAGE-SUB > 6
018400         AFTER WS-EVENT-SUB FROM 1 BY 1
018410             UNTIL WS-EVENT-SUB > WS-EVENT-COUNT.
018420
018430     MOVE SPACES TO LIN-RPT-REC.
018440     EVALUATE TRUE
018450         WHEN WS-CH-EVENT-COUNT(WS-CHAIN-SUB) = ZERO
018460             MOVE "    STATUS       NOTHING FOUND FOR THIS PAIR"
018470                 TO LIN-RPT-REC
018480         WHEN WS-CH-XMIT-COUNT(WS-CHAIN-SUB) = ZERO
018490             MOVE "    STATUS       NEVER TRANSMITTED"
018500                 TO LIN-RPT-REC
018510         WHEN WS-CH-LEDGER-COUNT(WS-CHAIN-SUB) = ZERO
018520             STRING
018530                 "    STATUS       "   DELIMITED BY SIZE
018540                 WS-CH-XMIT-COUNT(WS-CHAIN-SUB)
018550                                       DELIMITED BY SIZE
018560                 " TRANSMISSIONS, NONE OPEN ON THE ACK LEDGER"
018570                                       DELIMITED BY SIZE
018580                 INTO LIN-RPT-REC
018590             END-STRING
018600         WHEN OTHER
018610             STRING
018620                 "    STATUS       "   DELIMITED BY SIZE
018630                 WS-CH-XMIT-COUNT(WS-CHAIN-SUB)
018640                                       DELIMITED BY SIZE
018650                 " TRANSMISSIONS, "    DELIMITED BY SIZE
018660                 WS-CH-LEDGER-COUNT(WS-CHAIN-SUB)
018670                                       DELIMITED BY SIZE
018680                 " STILL OPEN ON THE ACK LEDGER"
018690                                       DELIMITED BY SIZE
018700                 INTO LIN-RPT-REC
018710             END-STRING
018720     END-EVALUATE.
018730     WRITE LIN-RPT-REC.
018740 7100-PRINT-ONE-CHAIN-EXIT.
018750     EXIT.
018760
018770*----------------------------------------------------------------
018780 7200-PRINT-ONE-EVENT.
018790*----------------------------------------------------------------
018800     IF WS-EV-CHAIN(WS-EVENT-SUB) NOT = WS-PRINT-CHAIN
018810             OR WS-EV-STAGE(WS-EVENT-SUB) NOT = WS-STAGE-SUB
018820         GO TO 7200-PRINT-ONE-EVENT-EXIT
018830     END-IF.
018840     MOVE SPACES TO LIN-RPT-REC.
018850     STRING
018860         "    "                  DELIMITED BY SIZE
018870         WS-EV-TEXT(WS-EVENT-SUB) DELIMITED BY SIZE
018880         INTO LIN-RPT-REC
018890     END-STRING.
018900     WRITE LIN-RPT-REC.
018910 7200-PRINT-ONE-EVENT-EXIT.
018920     EXIT.
018930
018940*----------------------------------------------------------------
018950 7500-WRITE-CARD-TOTALS.
018960*----------------------------------------------------------------
018970     MOVE SPACES TO LIN-RPT-REC.
018980     WRITE LIN-RPT-REC.
018990     PERFORM 7600-WRITE-ONE-TOTAL
019000         THRU 7600-WRITE-ONE-TOTAL-EXIT
019010         VARYING WS-REQ-SUB FROM 1 BY 1
019020         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
019030     IF WS-SHORT-REPORT
019040         MOVE "  ONE OR MORE FILES OR TABLES RAN SHORT - THE CHA
019050-             "INS ABOVE MAY BE INCOMPLETE" TO LIN-RPT-REC
019060         WRITE LIN-RPT-REC
019070     END-IF.
019080 7500-WRITE-CARD-TOTALS-EXIT.
019090     EXIT.
019100
019110*----------------------------------------------------------------
019120 7600-WRITE-ONE-TOTAL.
019130*----------------------------------------------------------------
019140     MOVE WS-REQ-SUB TO WS-CARD-NO.
019150     IF WS-REQ-CHAINS(WS-REQ-SUB) = ZERO
019160         SET WS-BAD-CARDS TO TRUE
019170     END-IF.
019180     MOVE SPACES TO LIN-RPT-REC.
019190     STRING
019200         "  CARD "              DELIMITED BY SIZE
019210         WS-CARD-NO             DELIMITED BY SIZE
019220         " TYPE "               DELIMITED BY SIZE
019230         WS-REQ-TYPE(WS-REQ-SUB) DELIMITED BY SIZE
019240         " PAIRS TRACED - "     DELIMITED BY SIZE
019250         WS-REQ-CHAINS(WS-REQ-SUB) DELIMITED BY SIZE
019260         INTO LIN-RPT-REC
019270     END-STRING.
019280     WRITE LIN-RPT-REC.
019290 7600-WRITE-ONE-TOTAL-EXIT.
019300     EXIT.
019310
019320*----------------------------------------------------------------
019330 9000-TERMINATE.
019340*----------------------------------------------------------------
019350     IF ABCLNC-OK OR ABCLNC-EOF
019360         CLOSE LIN-REQ-FILE
019370     END-IF.
019380     IF ABCLNR-OK
019390         CLOSE LIN-RPT-FILE
019400     END-IF.
019410
019420     PERFORM 9700-SET-RETURN-CODE
019430         THRU 9700-SET-RETURN-CODE-EXIT.
019440 9000-TERMINATE-EXIT.
019450     EXIT.
019460
019470*----------------------------------------------------------------
019480*    SETS RETURN-CODE FOR THE SCHEDULER TO BRANCH ON:
019490*        00  EVERY CARD WAS VALID AND TRACED AT LEAST ONE PAIR.
019500*        04  A CARD WAS INVALID OR FOUND NOTHING, OR A FILE OR
019510*            TABLE RAN SHORT - SEE THE REPORT. VALID CARDS
019520*            STILL RAN.
019530*        16  FATAL - A REQUIRED FILE COULD NOT BE OPENED.
019540*----------------------------------------------------------------
019550 9700-SET-RETURN-CODE.
019560*----------------------------------------------------------------
019570     IF WS-FATAL-ERROR
019580         MOVE 16 TO RETURN-CODE
019590     ELSE
019600         IF WS-BAD-CARDS OR WS-SHORT-REPORT
019610             MOVE 04 TO RETURN-CODE
019620         ELSE
019630             MOVE 00 TO RETURN-CODE
019640         END-IF
019650     END-IF.
019660 9700-SET-RETURN-CODE-EXIT.
019670     EXIT.
