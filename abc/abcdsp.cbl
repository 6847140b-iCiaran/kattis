000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ABCDSP.
000120 AUTHOR.        C MORGAN.
000130 INSTALLATION.  ROUTING SYSTEMS GROUP.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 CAM   ORIGINAL VERSION. END-OF-NIGHT DISPOSITION
000210*                  RETURN TO THE FEEDERS. EVERY PAIR IN THE
000220*                  NIGHT'S ABCIN IS TIED TO WHAT BECAME OF IT -
000230*                  ACCEPTED (ITS ABCAUD RECORD, OUT VALUES
000240*                  RETURNED), REJECTED (ITS ABCERR LISTING,
000250*                  REASON RETURNED) OR SUPPRESSED AS A DUPLICATE
000260*                  (ITS ABCERR DUPLICATE LISTING) - BY THE SAME
000270*                  POSITIONAL RECORD NUMBER ABC GIVES IT, AND
000280*                  WRITTEN BACK TO ITS OWN FEEDER'S RETURN FILE
000290*                  (ABCRT1-ABCRT3 FOR F1-F3, THE ORDER OF
000300*                  ABCCOL'S ABCSRC1-ABCSRC3). BOTH PASSES' AUDIT
000310*                  AND ERROR GENERATIONS ARE READ CONCATENATED;
000320*                  THEIR RECORD NUMBERS ARE THE SAME ABCIN
000330*                  POSITIONS, SO ONE LOOKUP SERVES BOTH. EACH
000340*                  RETURN FILE OPENS WITH AN HDR CARRYING THE
000350*                  PAIRS ABCCOL COLLECTED FROM THAT FEEDER
000360*                  TONIGHT AND CLOSES WITH A TRL BREAKING ITS
000370*                  ROWS DOWN BY DISPOSITION AND ORIGIN, SO THE
000380*                  FEEDER CAN PROVE IT GOT AN ANSWER FOR EVERY
000390*                  PAIR IT SENT. A PAIR WITH NO DISPOSITION ON
000400*                  EITHER FILE IS RETURNED AS UNRESOLVED.
000410*
000420*                  RETURN FILE LAYOUT (ABCRT1-ABCRT3, 160 BYTES):
000430*                    HDR COLS  1-3   "HDR"
000440*                        COLS  5-6   SOURCE-ID
000450*                        COLS  8-15  BUSINESS DATE
000460*                        COLS 17-23  PAIRS ABCCOL COLLECTED FROM
000470*                                    THE FEEDER TONIGHT
000480*                        COLS 25-32  RUN DATE
000490*                    DTL COLS  1-3   "DTL"
000500*                        COLS  5-11  ABCIN RECORD NUMBER
000510*                        COL  13     A ACCEPTED, R REJECTED,
000520*                                    D DUPLICATE SUPPRESSED,
000530*                                    U UNRESOLVED
000540*                        COL  15     ORIGIN - F TONIGHT'S FEED,
000550*                                    S ABCFIX RESUBMISSION,
000560*                                    L BATCH RELEASED FROM HOLD
000570*                        COLS 17-56  LINE-1 AS SENT (COLS 1-40)
000580*                        COLS 58-97  LINE-2 AS SENT (COLS 1-40)
000590*                        COLS 99-138 OUT VALUES (A), REJECT
000600*                                    REASON (R) OR "DUPLICATE OF
000610*                                    REC NNNNNNN" (D)
000620*                        COLS 140-146 ORIGINAL RECORD NUMBER OF
000630*                                    A RESUBMITTED PAIR
000640*                        COLS 148-155 BUSINESS DATE THE PAIR
000650*                                    WAS SENT UNDER - FOR ORIGIN
000660*                                    L THE HELD BATCH'S OWN
000670*                                    DATE, THOUGH ABC AUDITS THE
000680*                                    PAIR UNDER THE HDR DATE
000690*                    TRL COLS  1-3   "TRL"
000700*                        COLS  5-11  DTL ROWS
000710*                        COLS 13-19  ACCEPTED
000720*                        COLS 21-27  REJECTED
000730*                        COLS 29-35  DUPLICATE SUPPRESSED
000740*                        COLS 37-43  UNRESOLVED
000750*                        COLS 45-51  ROWS OF ORIGIN F - EQUAL TO
000760*                                    THE HDR COUNT WHEN THE FILE
000770*                                    TIES
000780*                        COLS 53-59  ROWS OF ORIGIN S
000790*                        COLS 61-67  ROWS OF ORIGIN L
000800*----------------------------------------------------------------
000810
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT DSP-IN-FILE ASSIGN TO "ABCIN"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-ABCIN-STATUS.
000880
000890     SELECT DSP-AUD-FILE ASSIGN TO "ABCAUD"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-ABCAUD-STATUS.
000920
000930     SELECT DSP-ERR-FILE ASSIGN TO "ABCERR"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-ABCERR-STATUS.
000960
000970     SELECT DSP-RT1-FILE ASSIGN TO "ABCRT1"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-ABCRT1-STATUS.
001000
001010     SELECT DSP-RT2-FILE ASSIGN TO "ABCRT2"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-ABCRT2-STATUS.
001040
001050     SELECT DSP-RT3-FILE ASSIGN TO "ABCRT3"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-ABCRT3-STATUS.
001080
001090     SELECT DSP-RPT-FILE ASSIGN TO "ABCDSR"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-ABCDSR-STATUS.
001120
001130     SELECT DSP-RUN-FILE ASSIGN TO "ABCRUN"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-ABCRUN-STATUS.
001160
001170*----------------------------------------------------------------
001180*    THE DISPOSITION WORK FILE - ONE RECORD PER ABCIN RECORD
001190*    NUMBER THAT REACHED ABCAUD OR ABCERR, SCRATCH, PRIVATE TO
001200*    ONE RUN, SIZED BY ITS DD ALLOCATION.
001210*----------------------------------------------------------------
001220     SELECT DSP-DSW-FILE ASSIGN TO "ABCDSW"
001230         ORGANIZATION IS INDEXED
001240         ACCESS IS RANDOM
001250         RECORD KEY IS DSP-DSW-RECNO
001260         FILE STATUS IS WS-ABCDSW-STATUS.
001270
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  DSP-IN-FILE.
001310 01  DSP-IN-REC                  PIC X(50).
001320
001330 FD  DSP-AUD-FILE.
001340 01  DSP-AUD-REC                 PIC X(256).
001350
001360 FD  DSP-ERR-FILE.
001370 01  DSP-ERR-REC                 PIC X(132).
001380
001390 FD  DSP-RT1-FILE.
001400 01  DSP-RT1-REC                 PIC X(160).
001410
001420 FD  DSP-RT2-FILE.
001430 01  DSP-RT2-REC                 PIC X(160).
001440
001450 FD  DSP-RT3-FILE.
001460 01  DSP-RT3-REC                 PIC X(160).
001470
001480 FD  DSP-RPT-FILE.
001490 01  DSP-RPT-REC                 PIC X(132).
001500
001510 FD  DSP-RUN-FILE.
001520 01  DSP-RUN-REC                 PIC X(80).
001530
001540 FD  DSP-DSW-FILE.
001550 01  DSP-DSW-REC.
001560     05  DSP-DSW-RECNO           PIC X(07).
001570     05  DSP-DSW-DISP            PIC X(01).
001580     05  DSP-DSW-TEXT            PIC X(40).
001590
001600 WORKING-STORAGE SECTION.
001610*----------------------------------------------------------------
001620* FILE STATUS AND END-OF-FILE SWITCHES
001630*----------------------------------------------------------------
001640 01  WS-ABCIN-STATUS             PIC X(02).
001650     88  ABCIN-OK                VALUE "00".
001660     88  ABCIN-EOF               VALUE "10".
001670
001680 01  WS-ABCAUD-STATUS            PIC X(02).
001690     88  ABCAUD-OK               VALUE "00".
001700     88  ABCAUD-EOF              VALUE "10".
001710
001720 01  WS-ABCERR-STATUS            PIC X(02).
001730     88  ABCERR-OK               VALUE "00".
001740     88  ABCERR-EOF              VALUE "10".
001750
001760 01  WS-ABCRT1-STATUS            PIC X(02)  VALUE SPACES.
001770     88  ABCRT1-OK               VALUE "00".
001780
001790 01  WS-ABCRT2-STATUS            PIC X(02)  VALUE SPACES.
001800     88  ABCRT2-OK               VALUE "00".
001810
001820 01  WS-ABCRT3-STATUS            PIC X(02)  VALUE SPACES.
001830     88  ABCRT3-OK               VALUE "00".
001840
001850 01  WS-ABCDSR-STATUS            PIC X(02)  VALUE SPACES.
001860     88  ABCDSR-OK               VALUE "00".
001870
001880 01  WS-ABCRUN-STATUS            PIC X(02).
001890     88  ABCRUN-OK               VALUE "00".
001900
001910 01  WS-ABCDSW-STATUS            PIC X(02).
001920     88  ABCDSW-OK               VALUE "00".
001930     88  ABCDSW-DUP-KEY          VALUE "22".
001940     88  ABCDSW-NOT-FOUND        VALUE "23".
001950
001960 01  WS-SWITCHES.
001970     05  WS-IN-EOF-SW            PIC X(01)  VALUE "N".
001980         88  WS-IN-EOF           VALUE "Y".
001990     05  WS-AUD-EOF-SW           PIC X(01)  VALUE "N".
002000         88  WS-AUD-EOF          VALUE "Y".
002010     05  WS-ERR-EOF-SW           PIC X(01)  VALUE "N".
002020         88  WS-ERR-EOF          VALUE "Y".
002030     05  WS-FATAL-SW             PIC X(01)  VALUE "N".
002040         88  WS-FATAL-ERROR      VALUE "Y".
002050     05  WS-DSW-OPEN-SW          PIC X(01)  VALUE "N".
002060         88  WS-DSW-OPEN         VALUE "Y".
002070     05  WS-RT-OPEN-SW           PIC X(01)  VALUE "N".
002080         88  WS-RT-OPEN          VALUE "Y".
002090     05  WS-LINE1-SW             PIC X(01)  VALUE "N".
002100         88  WS-LINE1-HELD       VALUE "Y".
002110     05  WS-PAIR-SW              PIC X(01)  VALUE SPACE.
002120         88  WS-PAIR-READY       VALUE "P".
002130         88  WS-PAIR-ORPHAN      VALUE "O".
002140         88  WS-PAIR-FOUND       VALUE "P" "O".
002150     05  WS-UNTIED-SW            PIC X(01)  VALUE "N".
002160         88  WS-UNTIED           VALUE "Y".
002170
002180*----------------------------------------------------------------
002190* THE THREE FEEDERS, IN ABCCOL'S ORDER - ABCRT1-ABCRT3 ANSWER
002200* ABCSRC1-ABCSRC3. PER FEEDER: PAIRS COLLECTED TONIGHT (FROM
002210* THE STAMPS IN ABCCOL'S OWN BATCH), AND THE RETURN FILE'S ROWS
002220* BY DISPOSITION AND BY ORIGIN.
002230*----------------------------------------------------------------
002240 01  WS-SRC-ID-INIT.
002250     05  FILLER                  PIC X(02)  VALUE "F1".
002260     05  FILLER                  PIC X(02)  VALUE "F2".
002270     05  FILLER                  PIC X(02)  VALUE "F3".
002280
002290 01  WS-SRC-ID-TABLE REDEFINES WS-SRC-ID-INIT.
002300     05  WS-SRC-ID               PIC X(02)  OCCURS 3 TIMES.
002310
002320 01  WS-SRC-COUNT-TABLE.
002330     05  WS-SRC-COUNTS           OCCURS 3 TIMES.
002340         10  WS-SRC-COLLECTED    PIC 9(07).
002350         10  WS-SRC-ROWS         PIC 9(07).
002360         10  WS-SRC-ACCEPTED     PIC 9(07).
002370         10  WS-SRC-REJECTED     PIC 9(07).
002380         10  WS-SRC-DUPLICATE    PIC 9(07).
002390         10  WS-SRC-UNRESOLVED   PIC 9(07).
002400         10  WS-SRC-FEED-ROWS    PIC 9(07).
002410         10  WS-SRC-RESUB-ROWS   PIC 9(07).
002420         10  WS-SRC-REL-ROWS     PIC 9(07).
002430
002440 01  WS-SRC-IX                   PIC 9(01)  COMP  VALUE ZERO.
002450 01  WS-MATCH-IX                 PIC 9(01)  COMP  VALUE ZERO.
002460
002470 01  WS-COUNTERS.
002480     05  WS-REC-COUNT            PIC 9(07)  VALUE ZERO.
002490     05  WS-AUD-LOADED           PIC 9(07)  VALUE ZERO.
002500     05  WS-REJ-LOADED           PIC 9(07)  VALUE ZERO.
002510     05  WS-DUP-LOADED           PIC 9(07)  VALUE ZERO.
002520     05  WS-REPEAT-COUNT         PIC 9(07)  VALUE ZERO.
002530     05  WS-ROW-TOTAL            PIC 9(07)  VALUE ZERO.
002540     05  WS-REJ-TOTAL            PIC 9(07)  VALUE ZERO.
002550     05  WS-UNRES-TOTAL          PIC 9(07)  VALUE ZERO.
002560     05  WS-OTHER-COUNT          PIC 9(07)  VALUE ZERO.
002570     05  WS-FEED-PAIRS           PIC 9(07)  VALUE ZERO.
002580     05  WS-MX-EXPECTED          PIC 9(07)  VALUE ZERO.
002590
002600*----------------------------------------------------------------
002610* BATCH STATE WHILE ABCIN IS READ. PAIRS AHEAD OF THE FIRST HDR
002620* ARE ABCFIX RESUBMISSIONS; AN R-FLAGGED HDR OPENS A BATCH
002630* ABCREL RELEASED FROM HOLD; ANY OTHER HDR IS TONIGHT'S
002640* COLLECTED FEED (ABCCOL'S HDR MX), WHOSE DATE IS THE NIGHT'S
002650* BUSINESS DATE.
002660*----------------------------------------------------------------
002670 01  WS-BATCH-CONTROLS.
002680     05  WS-BATCH-KIND           PIC X(01)  VALUE "S".
002690         88  WS-BATCH-RESUB      VALUE "S".
002700         88  WS-BATCH-RELEASED   VALUE "L".
002710         88  WS-BATCH-FEED       VALUE "F".
002720     05  WS-BATCH-DATE           PIC X(08)  VALUE SPACES.
002730     05  WS-NIGHT-DATE           PIC X(08)  VALUE SPACES.
002740     05  WS-HDR-REC-ID           PIC X(03).
002750     05  WS-HDR-SOURCE           PIC X(02).
002760     05  WS-HDR-BUS-DATE         PIC X(08).
002770     05  WS-HDR-EXP-RAW          PIC X(09).
002780     05  WS-HDR-REL-FLAG         PIC X(01).
002790
002800 01  WS-PAIR-AREA.
002810     05  WS-PAIR-LINE1           PIC X(50).
002820     05  WS-PAIR-LINE2           PIC X(50).
002830     05  WS-PAIR-SRC             PIC X(02).
002840     05  WS-PAIR-RECNO           PIC 9(07).
002850
002860*----------------------------------------------------------------
002870* ONE RETURN-FILE DETAIL ROW - LAYOUT IN THE BANNER ABOVE.
002880*----------------------------------------------------------------
002890 01  WS-RET-ROW.
002900     05  WS-RET-TYPE             PIC X(03).
002910     05  FILLER                  PIC X(01).
002920     05  WS-RET-RECNO            PIC 9(07).
002930     05  FILLER                  PIC X(01).
002940     05  WS-RET-DISP             PIC X(01).
002950     05  FILLER                  PIC X(01).
002960     05  WS-RET-ORIGIN           PIC X(01).
002970     05  FILLER                  PIC X(01).
002980     05  WS-RET-LINE1            PIC X(40).
002990     05  FILLER                  PIC X(01).
003000     05  WS-RET-LINE2            PIC X(40).
003010     05  FILLER                  PIC X(01).
003020     05  WS-RET-RESULT           PIC X(40).
003030     05  FILLER                  PIC X(01).
003040     05  WS-RET-RESUB            PIC X(07).
003050     05  FILLER                  PIC X(01).
003060     05  WS-RET-BUS-DATE         PIC X(08).
003070     05  FILLER                  PIC X(05).
003080
003090 01  WS-RET-LINE                 PIC X(160).
003100
003110*----------------------------------------------------------------
003120* FIELDS DUG OUT OF ONE AUDIT OR ERROR TEXT RECORD
003130*----------------------------------------------------------------
003140 01  WS-PARSE-WORK.
003150     05  WS-SCRAP                PIC X(256).
003160     05  WS-REST                 PIC X(256).
003170     05  WS-DISP-TEXT            PIC X(40).
003180
003190*----------------------------------------------------------------
003200* RUN-CONTROL MILESTONE WORK AREA - ONE 80-BYTE RECORD APPENDED
003210* TO THE SHARED ABCRUN FILE AT END OF JOB, LAYOUT AS DOCUMENTED
003220* IN ABCCOL. COUNT 1 IS THE ROWS RETURNED, COUNT 2 THE ROWS
003230* RETURNED REJECTED, COUNT 3 THE ROWS RETURNED UNRESOLVED.
003240*----------------------------------------------------------------
003250 01  WS-RUN-CONTROLS.
003260     05  WS-TIME-RAW             PIC X(08)  VALUE SPACES.
003270     05  WS-START-TIME           PIC X(06)  VALUE SPACES.
003280     05  WS-END-TIME             PIC X(06)  VALUE SPACES.
003290     05  WS-RC-DISP              PIC 9(02)  VALUE ZERO.
003300     05  WS-CNT-DISP             PIC 9(07)  VALUE ZERO.
003310     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
003320
003330 PROCEDURE DIVISION.
003340*----------------------------------------------------------------
003350 0000-MAINLINE.
003360*----------------------------------------------------------------
003370     PERFORM 1000-INITIALIZE
003380         THRU 1000-INITIALIZE-EXIT.
003390
003400     IF NOT WS-FATAL-ERROR
003410         PERFORM 2000-COUNT-COLLECTED
003420             THRU 2000-COUNT-COLLECTED-EXIT
003430     END-IF.
003440
003450     IF NOT WS-FATAL-ERROR
003460         PERFORM 3000-LOAD-AUDIT
003470             THRU 3000-LOAD-AUDIT-EXIT
003480     END-IF.
003490
003500     IF NOT WS-FATAL-ERROR
003510         PERFORM 3500-LOAD-ERRORS
003520             THRU 3500-LOAD-ERRORS-EXIT
003530     END-IF.
003540
003550     IF NOT WS-FATAL-ERROR
003560         PERFORM 4000-OPEN-RETURN-FILES
003570             THRU 4000-OPEN-RETURN-FILES-EXIT
003580     END-IF.
003590
003600     IF NOT WS-FATAL-ERROR
003610         PERFORM 5000-RETURN-ALL-PAIRS
003620             THRU 5000-RETURN-ALL-PAIRS-EXIT
003630         PERFORM 6000-WRITE-TRAILERS
003640             THRU 6000-WRITE-TRAILERS-EXIT
003650         PERFORM 7000-WRITE-REPORT
003660             THRU 7000-WRITE-REPORT-EXIT
003670     END-IF.
003680
003690     PERFORM 9000-TERMINATE
003700         THRU 9000-TERMINATE-EXIT.
003710
003720     GOBACK.
003730
003740*----------------------------------------------------------------
003750 1000-INITIALIZE.
003760*----------------------------------------------------------------
003770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003780     ACCEPT WS-TIME-RAW FROM TIME.
003790     MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
003800     MOVE WS-RUN-DATE TO WS-NIGHT-DATE.
003810     PERFORM 1100-CLEAR-SOURCE-COUNTS
003820         THRU 1100-CLEAR-SOURCE-COUNTS-EXIT
003830         VARYING WS-SRC-IX FROM 1 BY 1
003840         UNTIL WS-SRC-IX > 3.
003850
003860     OPEN OUTPUT DSP-RPT-FILE.
003870     IF NOT ABCDSR-OK
003880         DISPLAY "ABCDSP: UNABLE TO OPEN ABCDSR, STATUS="
003890             WS-ABCDSR-STATUS
003900         MOVE "Y" TO WS-FATAL-SW
003910     END-IF.
003920
003930*    WITHOUT THE WORK FILE NO PAIR CAN BE TIED TO ITS
003940*    DISPOSITION, SO A FAILED OPEN IS FATAL.
003950     IF NOT WS-FATAL-ERROR
003960         OPEN OUTPUT DSP-DSW-FILE
003970         IF ABCDSW-OK
003980             CLOSE DSP-DSW-FILE
003990             OPEN I-O DSP-DSW-FILE
004000         END-IF
004010         IF ABCDSW-OK
004020             SET WS-DSW-OPEN TO TRUE
004030         ELSE
004040             DISPLAY "ABCDSP: UNABLE TO OPEN ABCDSW, STATUS="
004050                 WS-ABCDSW-STATUS
004060             MOVE "Y" TO WS-FATAL-SW
004070         END-IF
004080     END-IF.
004090 1000-INITIALIZE-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130 1100-CLEAR-SOURCE-COUNTS.
004140*----------------------------------------------------------------
004150     MOVE ZERO TO WS-SRC-COLLECTED(WS-SRC-IX)
004160                  WS-SRC-ROWS(WS-SRC-IX)
004170                  WS-SRC-ACCEPTED(WS-SRC-IX)
004180                  WS-SRC-REJECTED(WS-SRC-IX)
004190                  WS-SRC-DUPLICATE(WS-SRC-IX)
004200                  WS-SRC-UNRESOLVED(WS-SRC-IX)
004210                  WS-SRC-FEED-ROWS(WS-SRC-IX)
004220                  WS-SRC-RESUB-ROWS(WS-SRC-IX)
004230                  WS-SRC-REL-ROWS(WS-SRC-IX).
004240 1100-CLEAR-SOURCE-COUNTS-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------------
004280*    PASS 1 OVER ABCIN - COUNT THE PAIRS ABCCOL COLLECTED FROM
004290*    EACH FEEDER TONIGHT (THE STAMPED PAIRS UNDER ITS HDR) AND
004300*    PICK UP THE NIGHT'S BUSINESS DATE AND CONTROL COUNT FROM
004310*    THAT HDR, SO EVERY RETURN FILE'S HDR CAN CARRY THEM.
004320*----------------------------------------------------------------
004330 2000-COUNT-COLLECTED.
004340*----------------------------------------------------------------
004350     PERFORM 2900-OPEN-INPUT
004360         THRU 2900-OPEN-INPUT-EXIT.
004370     IF WS-FATAL-ERROR
004380         GO TO 2000-COUNT-COLLECTED-EXIT
004390     END-IF.
004400     PERFORM 2100-COUNT-ONE-PAIR
004410         THRU 2100-COUNT-ONE-PAIR-EXIT
004420         UNTIL WS-IN-EOF.
004430     CLOSE DSP-IN-FILE.
004440 2000-COUNT-COLLECTED-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480 2100-COUNT-ONE-PAIR.
004490*----------------------------------------------------------------
004500     PERFORM 2200-GET-NEXT-PAIR
004510         THRU 2200-GET-NEXT-PAIR-EXIT.
004520     IF NOT WS-PAIR-READY OR NOT WS-BATCH-FEED
004530         GO TO 2100-COUNT-ONE-PAIR-EXIT
004540     END-IF.
004550     ADD 1 TO WS-FEED-PAIRS.
004560     PERFORM 2400-MATCH-SOURCE
004570         THRU 2400-MATCH-SOURCE-EXIT.
004580     IF WS-MATCH-IX > ZERO
004590         ADD 1 TO WS-SRC-COLLECTED(WS-MATCH-IX)
004600     END-IF.
004610 2100-COUNT-ONE-PAIR-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650*    DELIVER THE NEXT PAIR FROM ABCIN, NUMBERED EXACTLY AS ABC
004660*    NUMBERS IT - HDR AND TRL LINES IN THE LINE-1 POSITION ARE
004670*    CONTROL RECORDS, NOT PAIRS, AND A LINE-1 LEFT WITHOUT ITS
004680*    LINE-2 AT END OF FILE STILL TAKES A NUMBER (ABC LISTS IT
004690*    AS TRUNCATED INPUT).
004700*----------------------------------------------------------------
004710 2200-GET-NEXT-PAIR.
004720*----------------------------------------------------------------
004730     MOVE SPACE TO WS-PAIR-SW.
004740     MOVE "N" TO WS-LINE1-SW.
004750     PERFORM 2210-READ-LINE-1
004760         THRU 2210-READ-LINE-1-EXIT
004770         UNTIL WS-IN-EOF OR WS-LINE1-HELD.
004780     IF NOT WS-LINE1-HELD
004790         GO TO 2200-GET-NEXT-PAIR-EXIT
004800     END-IF.
004810
004820     MOVE SPACES TO WS-PAIR-LINE2.
004830     READ DSP-IN-FILE
004840         AT END
004850             SET WS-IN-EOF TO TRUE
004860     END-READ.
004870     ADD 1 TO WS-REC-COUNT.
004880     MOVE WS-REC-COUNT TO WS-PAIR-RECNO.
004890     IF WS-IN-EOF
004900         SET WS-PAIR-ORPHAN TO TRUE
004910     ELSE
004920         MOVE DSP-IN-REC TO WS-PAIR-LINE2
004930         SET WS-PAIR-READY TO TRUE
004940     END-IF.
004950 2200-GET-NEXT-PAIR-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------
004990 2210-READ-LINE-1.
005000*----------------------------------------------------------------
005010     READ DSP-IN-FILE
005020         AT END
005030             SET WS-IN-EOF TO TRUE
005040     END-READ.
005050     IF WS-IN-EOF
005060         GO TO 2210-READ-LINE-1-EXIT
005070     END-IF.
005080     IF DSP-IN-REC(1:3) = "HDR"
005090         PERFORM 2300-CAPTURE-HEADER
005100             THRU 2300-CAPTURE-HEADER-EXIT
005110         GO TO 2210-READ-LINE-1-EXIT
005120     END-IF.
005130     IF DSP-IN-REC(1:3) = "TRL"
005140         GO TO 2210-READ-LINE-1-EXIT
005150     END-IF.
005160     MOVE DSP-IN-REC TO WS-PAIR-LINE1.
005170     MOVE WS-PAIR-LINE1(49:2) TO WS-PAIR-SRC.
005180     IF WS-PAIR-SRC = SPACES
005190         MOVE "??" TO WS-PAIR-SRC
005200     END-IF.
005210     SET WS-LINE1-HELD TO TRUE.
005220 2210-READ-LINE-1-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260*    AN HDR OPENS A NEW BATCH. AN R FLAG IN THE FIFTH TOKEN IS A
005270*    RELEASED BATCH UNDER ITS ORIGINAL BUSINESS DATE; ANY OTHER
005280*    HDR IS TONIGHT'S COLLECTED FEED, AND ITS DATE AND COUNT ARE
005290*    THE NIGHT'S.
005300*----------------------------------------------------------------
005310 2300-CAPTURE-HEADER.
005320*----------------------------------------------------------------
005330     MOVE SPACES TO WS-HDR-REC-ID, WS-HDR-SOURCE,
005340         WS-HDR-BUS-DATE, WS-HDR-EXP-RAW, WS-HDR-REL-FLAG.
005350     UNSTRING DSP-IN-REC
005360         DELIMITED BY SPACE
005370         INTO WS-HDR-REC-ID, WS-HDR-SOURCE, WS-HDR-BUS-DATE,
005380              WS-HDR-EXP-RAW, WS-HDR-REL-FLAG
005390     END-UNSTRING.
005400     IF WS-HDR-REL-FLAG = "R"
005410         SET WS-BATCH-RELEASED TO TRUE
005420     ELSE
005430         SET WS-BATCH-FEED TO TRUE
005440     END-IF.
005450     IF WS-HDR-BUS-DATE NUMERIC
005460         MOVE WS-HDR-BUS-DATE TO WS-BATCH-DATE
005470     ELSE
005480         MOVE WS-NIGHT-DATE TO WS-BATCH-DATE
005490     END-IF.
005500     IF WS-BATCH-FEED
005510         MOVE WS-BATCH-DATE TO WS-NIGHT-DATE
005520         IF WS-HDR-EXP-RAW NUMERIC
005530             MOVE WS-HDR-EXP-RAW TO WS-MX-EXPECTED
005540         END-IF
005550     END-IF.
005560 2300-CAPTURE-HEADER-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600*    WS-MATCH-IX TO THE FEEDER WHOSE SOURCE-ID THE PAIR CARRIES,
005610*    ZERO WHEN IT IS NONE OF THE THREE.
005620*----------------------------------------------------------------
005630 2400-MATCH-SOURCE.
005640*----------------------------------------------------------------
005650     MOVE ZERO TO WS-MATCH-IX.
005660     IF WS-PAIR-SRC = WS-SRC-ID(1)
005670         MOVE 1 TO WS-MATCH-IX
005680     END-IF.
005690     IF WS-PAIR-SRC = WS-SRC-ID(2)
005700         MOVE 2 TO WS-MATCH-IX
005710     END-IF.
005720     IF WS-PAIR-SRC = WS-SRC-ID(3)
005730         MOVE 3 TO WS-MATCH-IX
005740     END-IF.
005750 2400-MATCH-SOURCE-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790*    OPEN ABCIN FOR ONE PASS AND RESET THE NUMBERING AND BATCH
005800*    STATE. ABCIN IS REQUIRED - WITHOUT IT THERE IS NOTHING TO
005810*    RETURN.
005820*----------------------------------------------------------------
005830 2900-OPEN-INPUT.
005840*----------------------------------------------------------------
005850     MOVE "N" TO WS-IN-EOF-SW.
005860     MOVE ZERO TO WS-REC-COUNT.
005870     SET WS-BATCH-RESUB TO TRUE.
005880     MOVE WS-NIGHT-DATE TO WS-BATCH-DATE.
005890     OPEN INPUT DSP-IN-FILE.
005900     IF NOT ABCIN-OK
005910         DISPLAY "ABCDSP: UNABLE TO OPEN ABCIN, STATUS="
005920             WS-ABCIN-STATUS
005930         MOVE "Y" TO WS-FATAL-SW
005940     END-IF.
005950 2900-OPEN-INPUT-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------------
005990*    ACCEPTED PAIRS - EVERY ABCAUD RECORD (MAIN AND EXPRESS
006000*    GENERATIONS CONCATENATED) REGISTERS ITS RECORD NUMBER WITH
006010*    ITS OUT VALUES. A PAIR FLAGGED DUP=Y WAS STILL ROUTED AND
006020*    RETURNS AS ACCEPTED.
006030*----------------------------------------------------------------
006040 3000-LOAD-AUDIT.
006050*----------------------------------------------------------------
006060     OPEN INPUT DSP-AUD-FILE.
006070     IF NOT ABCAUD-OK
006080         DISPLAY "ABCDSP: UNABLE TO OPEN ABCAUD, STATUS="
006090             WS-ABCAUD-STATUS
006100         MOVE "Y" TO WS-FATAL-SW
006110         GO TO 3000-LOAD-AUDIT-EXIT
006120     END-IF.
006130     MOVE "N" TO WS-AUD-EOF-SW.
006140     PERFORM 3100-LOAD-ONE-AUDIT
006150         THRU 3100-LOAD-ONE-AUDIT-EXIT
006160         UNTIL WS-AUD-EOF.
006170     CLOSE DSP-AUD-FILE.
006180 3000-LOAD-AUDIT-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------
006220 3100-LOAD-ONE-AUDIT.
006230*----------------------------------------------------------------
006240     READ DSP-AUD-FILE
006250         AT END
006260             SET WS-AUD-EOF TO TRUE
006270     END-READ.
006280     IF WS-AUD-EOF
006290         GO TO 3100-LOAD-ONE-AUDIT-EXIT
006300     END-IF.
006310     IF DSP-AUD-REC(1:4) NOT = "REC "
006320             OR DSP-AUD-REC(5:7) NOT NUMERIC
006330         GO TO 3100-LOAD-ONE-AUDIT-EXIT
006340     END-IF.
006350     MOVE SPACES TO WS-REST, WS-DISP-TEXT.
006360     UNSTRING DSP-AUD-REC
006370         DELIMITED BY "OUT=["
006380         INTO WS-SCRAP, WS-REST
006390     END-UNSTRING.
006400     UNSTRING WS-REST
006410         DELIMITED BY "]"
006420         INTO WS-DISP-TEXT
006430     END-UNSTRING.
006440     MOVE DSP-AUD-REC(5:7) TO DSP-DSW-RECNO.
006450     MOVE "A"              TO DSP-DSW-DISP.
006460     MOVE WS-DISP-TEXT     TO DSP-DSW-TEXT.
006470     PERFORM 8000-REGISTER-DISPOSITION
006480         THRU 8000-REGISTER-DISPOSITION-EXIT.
006490     IF ABCDSW-OK
006500         ADD 1 TO WS-AUD-LOADED
006510     END-IF.
006520 3100-LOAD-ONE-AUDIT-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560*    REJECTED AND SUPPRESSED PAIRS - EVERY ABCERR LINE THAT
006570*    STARTS "REC " (MAIN AND EXPRESS CONCATENATED). A DUPLICATE
006580*    LISTING RETURNS THE RECORD IT REPEATED; ANY OTHER LISTING
006590*    RETURNS ITS REJECT REASON, TRUNCATED INPUT INCLUDED. BATCH
006600*    DISCREPANCY LINES CARRY NO RECORD NUMBER AND ARE PASSED BY.
006610*----------------------------------------------------------------
006620 3500-LOAD-ERRORS.
006630*----------------------------------------------------------------
006640     OPEN INPUT DSP-ERR-FILE.
006650     IF NOT ABCERR-OK
006660         DISPLAY "ABCDSP: UNABLE TO OPEN ABCERR, STATUS="
006670             WS-ABCERR-STATUS
006680         MOVE "Y" TO WS-FATAL-SW
006690         GO TO 3500-LOAD-ERRORS-EXIT
006700     END-IF.
006710     MOVE "N" TO WS-ERR-EOF-SW.
006720     PERFORM 3600-LOAD-ONE-ERROR
006730         THRU 3600-LOAD-ONE-ERROR-EXIT
006740         UNTIL WS-ERR-EOF.
006750     CLOSE DSP-ERR-FILE.
006760 3500-LOAD-ERRORS-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------------
006800 3600-LOAD-ONE-ERROR.
006810*----------------------------------------------------------------
006820     READ DSP-ERR-FILE
006830         AT END
006840             SET WS-ERR-EOF TO TRUE
006850     END-READ.
006860     IF WS-ERR-EOF
006870         GO TO 3600-LOAD-ONE-ERROR-EXIT
006880     END-IF.
006890     IF DSP-ERR-REC(1:4) NOT = "REC "
006900             OR DSP-ERR-REC(5:7) NOT NUMERIC
006910         GO TO 3600-LOAD-ONE-ERROR-EXIT
006920     END-IF.
006930     MOVE DSP-ERR-REC(5:7) TO DSP-DSW-RECNO.
006940     MOVE SPACES TO WS-DISP-TEXT.
006950     IF DSP-ERR-REC(12:18) = " DUPLICATE OF REC "
006960         MOVE "D" TO DSP-DSW-DISP
006970         MOVE DSP-ERR-REC(13:24) TO WS-DISP-TEXT
006980     ELSE
006990         MOVE "R" TO DSP-DSW-DISP
007000         UNSTRING DSP-ERR-REC(13:120)
007010             DELIMITED BY " - LINE1=[" OR " LINE1=["
007020             INTO WS-DISP-TEXT
007030         END-UNSTRING
007040     END-IF.
007050     MOVE WS-DISP-TEXT TO DSP-DSW-TEXT.
007060     PERFORM 8000-REGISTER-DISPOSITION
007070         THRU 8000-REGISTER-DISPOSITION-EXIT.
007080     IF ABCDSW-OK
007090         IF DSP-DSW-DISP = "D"
007100             ADD 1 TO WS-DUP-LOADED
007110         ELSE
007120             ADD 1 TO WS-REJ-LOADED
007130         END-IF
007140     END-IF.
007150 3600-LOAD-ONE-ERROR-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------
007190*    THE RETURN FILES ARE OPENED ONLY ONCE EVERYTHING THAT COULD
007200*    GO FATAL HAS PASSED, EACH BEHIND ITS HDR - A FEEDER THAT
007210*    SENT NOTHING TONIGHT STILL GETS AN HDR/TRL WITH ZERO COUNTS.
007220*----------------------------------------------------------------
007230 4000-OPEN-RETURN-FILES.
007240*----------------------------------------------------------------
007250     OPEN OUTPUT DSP-RT1-FILE.
007260     IF NOT ABCRT1-OK
007270         DISPLAY "ABCDSP: UNABLE TO OPEN ABCRT1, STATUS="
007280             WS-ABCRT1-STATUS
007290         MOVE "Y" TO WS-FATAL-SW
007300     END-IF.
007310     OPEN OUTPUT DSP-RT2-FILE.
007320     IF NOT ABCRT2-OK
007330         DISPLAY "ABCDSP: UNABLE TO OPEN ABCRT2, STATUS="
007340             WS-ABCRT2-STATUS
007350         MOVE "Y" TO WS-FATAL-SW
007360     END-IF.
007370     OPEN OUTPUT DSP-RT3-FILE.
007380     IF NOT ABCRT3-OK
007390         DISPLAY "ABCDSP: UNABLE TO OPEN ABCRT3, STATUS="
007400             WS-ABCRT3-STATUS
007410         MOVE "Y" TO WS-FATAL-SW
007420     END-IF.
007430     SET WS-RT-OPEN TO TRUE.
007440     IF WS-FATAL-ERROR
007450         GO TO 4000-OPEN-RETURN-FILES-EXIT
007460     END-IF.
007470     PERFORM 4100-WRITE-ONE-HEADER
007480         THRU 4100-WRITE-ONE-HEADER-EXIT
007490         VARYING WS-SRC-IX FROM 1 BY 1
007500         UNTIL WS-SRC-IX > 3.
007510 4000-OPEN-RETURN-FILES-EXIT.
007520     EXIT.
007530
007540*----------------------------------------------------------------
007550 4100-WRITE-ONE-HEADER.
007560*----------------------------------------------------------------
007570     MOVE SPACES TO WS-RET-LINE.
007580     STRING
007590         "HDR "                      DELIMITED BY SIZE
007600         WS-SRC-ID(WS-SRC-IX)        DELIMITED BY SIZE
007610         " "                         DELIMITED BY SIZE
007620         WS-NIGHT-DATE               DELIMITED BY SIZE
007630         " "                         DELIMITED BY SIZE
007640         WS-SRC-COLLECTED(WS-SRC-IX) DELIMITED BY SIZE
007650         " "                         DELIMITED BY SIZE
007660         WS-RUN-DATE                 DELIMITED BY SIZE
007670         INTO WS-RET-LINE
007680     END-STRING.
007690     MOVE WS-SRC-IX TO WS-MATCH-IX.
007700     PERFORM 6500-WRITE-RETURN-LINE
007710         THRU 6500-WRITE-RETURN-LINE-EXIT.
007720 4100-WRITE-ONE-HEADER-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------------
007760*    PASS 2 OVER ABCIN - EVERY PAIR, WHATEVER ITS ORIGIN, IS
007770*    LOOKED UP BY RECORD NUMBER AND RETURNED TO THE FEEDER ITS
007780*    SOURCE-ID NAMES.
007790*----------------------------------------------------------------
007800 5000-RETURN-ALL-PAIRS.
007810*----------------------------------------------------------------
007820     PERFORM 2900-OPEN-INPUT
007830         THRU 2900-OPEN-INPUT-EXIT.
007840     IF WS-FATAL-ERROR
007850         GO TO 5000-RETURN-ALL-PAIRS-EXIT
007860     END-IF.
007870     PERFORM 5100-RETURN-ONE-PAIR
007880         THRU 5100-RETURN-ONE-PAIR-EXIT
007890         UNTIL WS-IN-EOF.
007900     CLOSE DSP-IN-FILE.
007910 5000-RETURN-ALL-PAIRS-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950 5100-RETURN-ONE-PAIR.
007960*----------------------------------------------------------------
007970     PERFORM 2200-GET-NEXT-PAIR
007980         THRU 2200-GET-NEXT-PAIR-EXIT.
007990     IF NOT WS-PAIR-FOUND
008000         GO TO 5100-RETURN-ONE-PAIR-EXIT
008010     END-IF.
008020
008030     MOVE SPACES TO WS-RET-ROW.
008040     MOVE "DTL"               TO WS-RET-TYPE.
008050     MOVE WS-PAIR-RECNO       TO WS-RET-RECNO.
008060     MOVE WS-BATCH-KIND       TO WS-RET-ORIGIN.
008070     MOVE WS-PAIR-LINE1(1:40) TO WS-RET-LINE1.
008080     MOVE WS-PAIR-LINE2(1:40) TO WS-RET-LINE2.
008090     MOVE WS-BATCH-DATE       TO WS-RET-BUS-DATE.
008100     IF WS-PAIR-LINE1(42:7) NUMERIC
008110             AND WS-PAIR-LINE1(42:7) NOT = "0000000"
008120         MOVE WS-PAIR-LINE1(42:7) TO WS-RET-RESUB
008130     END-IF.
008140
008150     MOVE WS-PAIR-RECNO TO DSP-DSW-RECNO.
008160     PERFORM 8100-LOOK-UP-DISPOSITION
008170         THRU 8100-LOOK-UP-DISPOSITION-EXIT.
008180     IF ABCDSW-OK
008190         MOVE DSP-DSW-DISP TO WS-RET-DISP
008200         MOVE DSP-DSW-TEXT TO WS-RET-RESULT
008210     ELSE
008220         MOVE "U" TO WS-RET-DISP
008230         MOVE "NO DISPOSITION ON ABCAUD OR ABCERR"
008240             TO WS-RET-RESULT
008250     END-IF.
008260
008270     ADD 1 TO WS-ROW-TOTAL.
008280     IF WS-RET-DISP = "R"
008290         ADD 1 TO WS-REJ-TOTAL
008300     END-IF.
008310     IF WS-RET-DISP = "U"
008320         ADD 1 TO WS-UNRES-TOTAL
008330     END-IF.
008340
008350     PERFORM 2400-MATCH-SOURCE
008360         THRU 2400-MATCH-SOURCE-EXIT.
008370     IF WS-MATCH-IX = ZERO
008380         PERFORM 5200-LIST-OTHER-SOURCE
008390             THRU 5200-LIST-OTHER-SOURCE-EXIT
008400         GO TO 5100-RETURN-ONE-PAIR-EXIT
008410     END-IF.
008420
008430     PERFORM 5300-TALLY-ROW
008440         THRU 5300-TALLY-ROW-EXIT.
008450     MOVE WS-RET-ROW TO WS-RET-LINE.
008460     PERFORM 6500-WRITE-RETURN-LINE
008470         THRU 6500-WRITE-RETURN-LINE-EXIT.
008480 5100-RETURN-ONE-PAIR-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------
008520*    A PAIR STAMPED WITH NO KNOWN FEEDER (AN UNSTAMPED LEGACY
008530*    PAIR SHOWS ??) HAS NO RETURN FILE TO GO TO - IT IS LISTED
008540*    ON ABCDSR INSTEAD, WITH ITS DISPOSITION.
008550*----------------------------------------------------------------
008560 5200-LIST-OTHER-SOURCE.
008570*----------------------------------------------------------------
008580     ADD 1 TO WS-OTHER-COUNT.
008590     MOVE SPACES TO DSP-RPT-REC.
008600     STRING
008610         "  REC "                DELIMITED BY SIZE
008620         WS-RET-RECNO            DELIMITED BY SIZE
008630         " SRC="                 DELIMITED BY SIZE
008640         WS-PAIR-SRC             DELIMITED BY SIZE
008650         " NO RETURN FILE - "    DELIMITED BY SIZE
008660         WS-RET-DISP             DELIMITED BY SIZE
008670         " "                     DELIMITED BY SIZE
008680         WS-RET-RESULT           DELIMITED BY SIZE
008690         " LINE1=["              DELIMITED BY SIZE
008700         WS-RET-LINE1            DELIMITED BY SIZE
008710         "]"                     DELIMITED BY SIZE
008720         INTO DSP-RPT-REC
008730     END-STRING.
008740     WRITE DSP-RPT-REC.
008750 5200-LIST-OTHER-SOURCE-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790 5300-TALLY-ROW.
008800*----------------------------------------------------------------
008810     ADD 1 TO WS-SRC-ROWS(WS-MATCH-IX).
008820     EVALUATE WS-RET-DISP
008830         WHEN "A"
008840             ADD 1 TO WS-SRC-ACCEPTED(WS-MATCH-IX)
008850         WHEN "R"
008860             ADD 1 TO WS-SRC-REJECTED(WS-MATCH-IX)
008870         WHEN "D"
008880             ADD 1 TO WS-SRC-DUPLICATE(WS-MATCH-IX)
008890         WHEN OTHER
008900             ADD 1 TO WS-SRC-UNRESOLVED(WS-MATCH-IX)
008910     END-EVALUATE.
008920     EVALUATE TRUE
008930         WHEN WS-BATCH-FEED
008940             ADD 1 TO WS-SRC-FEED-ROWS(WS-MATCH-IX)
008950         WHEN WS-BATCH-RELEASED
008960             ADD 1 TO WS-SRC-REL-ROWS(WS-MATCH-IX)
008970         WHEN OTHER
008980             ADD 1 TO WS-SRC-RESUB-ROWS(WS-MATCH-IX)
008990     END-EVALUATE.
009000 5300-TALLY-ROW-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------
009040*    CLOSE EACH RETURN FILE WITH ITS TRL. THE FILE TIES WHEN ITS
009050*    ORIGIN-F ROWS EQUAL THE HDR COUNT AND NO ROW IS UNRESOLVED.
009060*----------------------------------------------------------------
009070 6000-WRITE-TRAILERS.
009080*----------------------------------------------------------------
009090     PERFORM 6100-WRITE-ONE-TRAILER
009100         THRU 6100-WRITE-ONE-TRAILER-EXIT
009110         VARYING WS-SRC-IX FROM 1 BY 1
009120         UNTIL WS-SRC-IX > 3.
009130 6000-WRITE-TRAILERS-EXIT.
009140     EXIT.
009150
009160*----------------------------------------------------------------
009170 6100-WRITE-ONE-TRAILER.
009180*----------------------------------------------------------------
009190     MOVE SPACES TO WS-RET-LINE.
009200     STRING
009210         "TRL "                       DELIMITED BY SIZE
009220         WS-SRC-ROWS(WS-SRC-IX)       DELIMITED BY SIZE
009230         " "                          DELIMITED BY SIZE
009240         WS-SRC-ACCEPTED(WS-SRC-IX)   DELIMITED BY SIZE
009250         " "                          DELIMITED BY SIZE
009260         WS-SRC-REJECTED(WS-SRC-IX)   DELIMITED BY SIZE
009270         " "                          DELIMITED BY SIZE
009280         WS-SRC-DUPLICATE(WS-SRC-IX)  DELIMITED BY SIZE
009290         " "                          DELIMITED BY SIZE
009300         WS-SRC-UNRESOLVED(WS-SRC-IX) DELIMITED BY SIZE
009310         " "                          DELIMITED BY SIZE
009320         WS-SRC-FEED-ROWS(WS-SRC-IX)  DELIMITED BY SIZE
009330         " "                          DELIMITED BY SIZE
009340         WS-SRC-RESUB-ROWS(WS-SRC-IX) DELIMITED BY SIZE
009350         " "                          DELIMITED BY SIZE
009360         WS-SRC-REL-ROWS(WS-SRC-IX)   DELIMITED BY SIZE
009370         INTO WS-RET-LINE
009380     END-STRING.
009390     MOVE WS-SRC-IX TO WS-MATCH-IX.
009400     PERFORM 6500-WRITE-RETURN-LINE
009410         THRU 6500-WRITE-RETURN-LINE-EXIT.
009420     IF WS-SRC-FEED-ROWS(WS-SRC-IX)
009430             NOT = WS-SRC-COLLECTED(WS-SRC-IX)
009440             OR WS-SRC-UNRESOLVED(WS-SRC-IX) > ZERO
009450         SET WS-UNTIED TO TRUE
009460     END-IF.
009470 6100-WRITE-ONE-TRAILER-EXIT.
009480     EXIT.
009490
009500*----------------------------------------------------------------
009510*    WRITE WS-RET-LINE TO THE RETURN FILE OF FEEDER WS-MATCH-IX.
009520*----------------------------------------------------------------
009530 6500-WRITE-RETURN-LINE.
009540*----------------------------------------------------------------
009550     EVALUATE WS-MATCH-IX
009560         WHEN 1
009570             WRITE DSP-RT1-REC FROM WS-RET-LINE
009580         WHEN 2
009590             WRITE DSP-RT2-REC FROM WS-RET-LINE
009600         WHEN 3
009610             WRITE DSP-RT3-REC FROM WS-RET-LINE
009620     END-EVALUATE.
009630 6500-WRITE-RETURN-LINE-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------------
009670*    ABCDSR - ONE LINE PER FEEDER WITH ITS TIE, THE CONTROL
009680*    TOTAL OF ABCCOL'S OWN HDR AGAINST THE STAMPED PAIRS UNDER
009690*    IT, WHAT WAS LOADED FROM ABCAUD/ABCERR, AND THE RESULT.
009700*----------------------------------------------------------------
009710 7000-WRITE-REPORT.
009720*----------------------------------------------------------------
009730     MOVE SPACES TO DSP-RPT-REC.
009740     STRING
009750         "ABCDSP FEEDER DISPOSITION RETURN - BUSINESS DATE "
009760                                 DELIMITED BY SIZE
009770         WS-NIGHT-DATE           DELIMITED BY SIZE
009780         "  RUN DATE "           DELIMITED BY SIZE
009790         WS-RUN-DATE             DELIMITED BY SIZE
009800         INTO DSP-RPT-REC
009810     END-STRING.
009820     WRITE DSP-RPT-REC.
009830
009840     PERFORM 7100-REPORT-ONE-FEEDER
009850         THRU 7100-REPORT-ONE-FEEDER-EXIT
009860         VARYING WS-SRC-IX FROM 1 BY 1
009870         UNTIL WS-SRC-IX > 3.
009880
009890*    THE STAMPED PAIRS UNDER ABCCOL'S HDR MUST ADD UP TO THE
009900*    COUNT IT CARRIES, OR THE PER-FEEDER HDR COUNTS ABOVE DO
009910*    NOT ACCOUNT FOR EVERYTHING ABCCOL COLLECTED.
009920     MOVE SPACES TO DSP-RPT-REC.
009930     STRING
009940         "  ABCCOL CONTROL COUNT " DELIMITED BY SIZE
009950         WS-MX-EXPECTED          DELIMITED BY SIZE
009960         "  FEED PAIRS IN ABCIN " DELIMITED BY SIZE
009970         WS-FEED-PAIRS           DELIMITED BY SIZE
009980         INTO DSP-RPT-REC
009990     END-STRING.
010000     IF WS-MX-EXPECTED NOT = WS-FEED-PAIRS
010010         MOVE "- DOES NOT TIE" TO DSP-RPT-REC(60:14)
010020         SET WS-UNTIED TO TRUE
010030     END-IF.
010040     WRITE DSP-RPT-REC.
010050
010060     MOVE SPACES TO DSP-RPT-REC.
010070     STRING
010080         "  LOADED: ACCEPTED "   DELIMITED BY SIZE
010090         WS-AUD-LOADED           DELIMITED BY SIZE
010100         "  REJECTED "           DELIMITED BY SIZE
010110         WS-REJ-LOADED           DELIMITED BY SIZE
010120         "  DUPLICATE "          DELIMITED BY SIZE
010130         WS-DUP-LOADED           DELIMITED BY SIZE
010140         "  REPEATS IGNORED "    DELIMITED BY SIZE
010150         WS-REPEAT-COUNT         DELIMITED BY SIZE
010160         "  NO FEEDER "          DELIMITED BY SIZE
010170         WS-OTHER-COUNT          DELIMITED BY SIZE
010180         INTO DSP-RPT-REC
010190     END-STRING.
010200     WRITE DSP-RPT-REC.
010210
010220     MOVE SPACES TO DSP-RPT-REC.
010230     IF WS-UNTIED
010240         MOVE "  RESULT: RETURN FILES DO NOT TIE - SEE ABOVE"
010250             TO DSP-RPT-REC
010260     ELSE
010270         MOVE "  RESULT: EVERY RETURN FILE TIES"
010280             TO DSP-RPT-REC
010290     END-IF.
010300     WRITE DSP-RPT-REC.
010310 7000-WRITE-REPORT-EXIT.
010320     EXIT.
010330
010340*----------------------------------------------------------------
010350 7100-REPORT-ONE-FEEDER.
010360*----------------------------------------------------------------
010370     MOVE SPACES TO DSP-RPT-REC.
010380     STRING
010390         "  FEEDER "                  DELIMITED BY SIZE
010400         WS-SRC-ID(WS-SRC-IX)         DELIMITED BY SIZE
010410         " COLLECTED "                DELIMITED BY SIZE
010420         WS-SRC-COLLECTED(WS-SRC-IX)  DELIMITED BY SIZE
010430         " ROWS "                     DELIMITED BY SIZE
010440         WS-SRC-ROWS(WS-SRC-IX)       DELIMITED BY SIZE
010450         " ACC "                      DELIMITED BY SIZE
010460         WS-SRC-ACCEPTED(WS-SRC-IX)   DELIMITED BY SIZE
010470         " REJ "                      DELIMITED BY SIZE
010480         WS-SRC-REJECTED(WS-SRC-IX)   DELIMITED BY SIZE
010490         " DUP "                      DELIMITED BY SIZE
010500         WS-SRC-DUPLICATE(WS-SRC-IX)  DELIMITED BY SIZE
010510         " UNRES "                    DELIMITED BY SIZE
010520         WS-SRC-UNRESOLVED(WS-SRC-IX) DELIMITED BY SIZE
010530         " FEED "                     DELIMITED BY SIZE
010540         WS-SRC-FEED-ROWS(WS-SRC-IX)  DELIMITED BY SIZE
010550         INTO DSP-RPT-REC
010560     END-STRING.
010570     IF WS-SRC-FEED-ROWS(WS-SRC-IX)
010580             NOT = WS-SRC-COLLECTED(WS-SRC-IX)
010590             OR WS-SRC-UNRESOLVED(WS-SRC-IX) > ZERO
010600         MOVE "- DOES NOT TIE" TO DSP-RPT-REC(118:14)
010610     END-IF.
010620     WRITE DSP-RPT-REC.
010630 7100-REPORT-ONE-FEEDER-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------------
010670*    REGISTER THE DISPOSITION IN DSP-DSW-REC. THE FIRST ONE FOR
010680*    A RECORD NUMBER STANDS - A TRUNCATED LINE-1 AT THE END OF
010690*    ABCIN IS LISTED BY BOTH PASSES, AND A RESTARTED PASS MAY
010700*    REPEAT A RECORD - SO A DUPLICATE KEY IS COUNTED AND PASSED
010710*    OVER. ANY OTHER WRITE FAILURE IS FATAL.
010720*----------------------------------------------------------------
010730 8000-REGISTER-DISPOSITION.
010740*----------------------------------------------------------------
010750     WRITE DSP-DSW-REC
010760         INVALID KEY
010770             CONTINUE
010780     END-WRITE.
010790     IF ABCDSW-DUP-KEY
010800         ADD 1 TO WS-REPEAT-COUNT
010810         GO TO 8000-REGISTER-DISPOSITION-EXIT
010820     END-IF.
010830     IF NOT ABCDSW-OK
010840         DISPLAY "ABCDSP: ABCDSW WRITE FAILED, STATUS="
010850             WS-ABCDSW-STATUS " - RUN ABORTED"
010860         MOVE "Y" TO WS-FATAL-SW
010870         SET WS-AUD-EOF TO TRUE
010880         SET WS-ERR-EOF TO TRUE
010890     END-IF.
010900 8000-REGISTER-DISPOSITION-EXIT.
010910     EXIT.
010920
010930*----------------------------------------------------------------
010940 8100-LOOK-UP-DISPOSITION.
010950*----------------------------------------------------------------
010960     READ DSP-DSW-FILE
010970         INVALID KEY
010980             CONTINUE
010990     END-READ.
011000 8100-LOOK-UP-DISPOSITION-EXIT.
011010     EXIT.
011020
011030*----------------------------------------------------------------
011040 9000-TERMINATE.
011050*----------------------------------------------------------------
011060     IF WS-RT-OPEN
011070         IF ABCRT1-OK
011080             CLOSE DSP-RT1-FILE
011090         END-IF
011100         IF ABCRT2-OK
011110             CLOSE DSP-RT2-FILE
011120         END-IF
011130         IF ABCRT3-OK
011140             CLOSE DSP-RT3-FILE
011150         END-IF
011160     END-IF.
011170     IF WS-DSW-OPEN
011180         CLOSE DSP-DSW-FILE
011190     END-IF.
011200
011210     PERFORM 9700-SET-RETURN-CODE
011220         THRU 9700-SET-RETURN-CODE-EXIT.
011230
011240     IF ABCDSR-OK
011250         CLOSE DSP-RPT-FILE
011260     END-IF.
011270
011280     PERFORM 9900-WRITE-RUN-CONTROL
011290         THRU 9900-WRITE-RUN-CONTROL-EXIT.
011300 9000-TERMINATE-EXIT.
011310     EXIT.
011320
011330*----------------------------------------------------------------
011340*    SETS RETURN-CODE FOR THE SCHEDULER TO BRANCH ON:
011350*        00  EVERY RETURN FILE TIES.
011360*        04  A RETURN FILE DOES NOT TIE - A PAIR HAS NO
011370*            DISPOSITION, OR A FEEDER'S RETURNED FEED ROWS OR
011380*            ABCCOL'S CONTROL COUNT DISAGREE - SEE ABCDSR. THE
011390*            FILES ARE STILL WRITTEN.
011400*        16  FATAL - A REQUIRED FILE COULD NOT BE OPENED OR THE
011410*            WORK FILE FAILED; THE RETURN FILES ARE NOT
011420*            TRUSTWORTHY.
011430*----------------------------------------------------------------
011440 9700-SET-RETURN-CODE.
011450*----------------------------------------------------------------
011460     EVALUATE TRUE
011470         WHEN WS-FATAL-ERROR
011480             MOVE 16 TO RETURN-CODE
011490         WHEN WS-UNTIED
011500             MOVE 04 TO RETURN-CODE
011510         WHEN OTHER
011520             MOVE 00 TO RETURN-CODE
011530     END-EVALUATE.
011540 9700-SET-RETURN-CODE-EXIT.
011550     EXIT.
011560
011570*----------------------------------------------------------------
011580*    APPEND THIS STEP'S MILESTONE TO THE SHARED ABCRUN
011590*    RUN-CONTROL FILE UNDER THE NIGHT'S BUSINESS DATE.
011600*----------------------------------------------------------------
011610 9900-WRITE-RUN-CONTROL.
011620*----------------------------------------------------------------
011630     ACCEPT WS-TIME-RAW FROM TIME.
011640     MOVE WS-TIME-RAW(1:6) TO WS-END-TIME.
011650     OPEN OUTPUT DSP-RUN-FILE.
011660     IF NOT ABCRUN-OK
011670         DISPLAY "ABCDSP: UNABLE TO OPEN ABCRUN, STATUS="
011680             WS-ABCRUN-STATUS " - MILESTONE NOT WRITTEN"
011690         GO TO 9900-WRITE-RUN-CONTROL-EXIT
011700     END-IF.
011710     MOVE SPACES TO DSP-RUN-REC.
011720     MOVE "ABCDSP"        TO DSP-RUN-REC(1:8).
011730     MOVE WS-NIGHT-DATE   TO DSP-RUN-REC(10:8).
011740     MOVE WS-START-TIME   TO DSP-RUN-REC(19:6).
011750     MOVE WS-END-TIME     TO DSP-RUN-REC(26:6).
011760     MOVE RETURN-CODE     TO WS-RC-DISP.
011770     MOVE WS-RC-DISP      TO DSP-RUN-REC(33:2).
011780     MOVE WS-ROW-TOTAL    TO WS-CNT-DISP.
011790     MOVE WS-CNT-DISP     TO DSP-RUN-REC(36:7).
011800     MOVE WS-REJ-TOTAL    TO WS-CNT-DISP.
011810     MOVE WS-CNT-DISP     TO DSP-RUN-REC(44:7).
011820     MOVE WS-UNRES-TOTAL  TO WS-CNT-DISP.
011830     MOVE WS-CNT-DISP     TO DSP-RUN-REC(52:7).
011840     WRITE DSP-RUN-REC.
011850     CLOSE DSP-RUN-FILE.
011860 9900-WRITE-RUN-CONTROL-EXIT.
011870     EXIT.
