000444*                  LEDGER THROUGH THE ONE-SHOT ABCXIN
000446*                  CONCATENATION DOCUMENTED IN ABCRPJOB, SO
000448*                  CORRECTION ACKS RETIRE LIKE ANY OTHER CUT'S.
000449* 10/15/2026 CAM   N-ELEMENT ROUTING GROUPS. THE MASTER ROW IS NOW
000450*                  180 BYTES (SEE ABCAUC). A GROUP ROW IS RE-RUN
000451*                  THROUGH ABCNXF UNDER ITS NKK TEMPLATE KEY AND
000452*                  COMPARED ON THE WHOLE GROUP OUT; ITS XD
000453*                  CORRECTION CARRIES ALL TWELVE OUT SLOTS, AS
000454*                  ABCXMT'S DOES, AND ITS DELTA OR REJECT LINE
000455*                  IS FOLLOWED BY THE WHOLE GROUP.
000456* 10/15/2026 CAM   THE XD CORRECTION CARRIES THE PAIR'S IDENTITY
000457*                  IN ABCXMT'S LAYOUT - ABCIN RECORD NUMBER IN
000458*                  COLS 58-64, SOURCE-ID 66-67, AUDIT DATE 69-76 -
000459*                  SO A REFUSED CORRECTION TIES BACK TO ITS PAIR.
000460* 10/15/2026 CAM   WITHDRAWALS. A PAIR THE CURRENT RULES NOW
000461*                  REJECT IS NO LONGER ONLY A DESK CALL. ITS
000462*                  LATEST TRANSMISSION IS FOUND ON THE KEPT CUTS
000463*                  (ABCXMS - THE MAIN, EXPRESS, CORRECTION,
000464*                  RETRANSMISSION AND DESK WITHDRAWAL CUTS)
000465*                  BY THE PAIR IDENTITY ITS XD CARRIES, AND AN XW
000466*                  WITHDRAWAL DETAIL NAMING THAT SEQUENCE NUMBER
000467*                  AND BUSINESS DATE IS WRITTEN ON ABCXFC BEHIND
000468*                  THE CORRECTIONS, IN THE SAME SEQUENCE RANGE,
000469*                  SO THE DOWNSTREAM ENGINE CANCELS THE OUT AND
000470*                  ABCACK LEDGERS IT LIKE ANY OTHER DETAIL. A
000471*                  PAIR ALREADY WITHDRAWN IS NOT WITHDRAWN AGAIN;
000472*                  ONE WHOSE TRANSMISSION IS NOT ON THE KEPT CUTS
000473*                  IS LISTED FOR THE DESK AND ENDS THE STEP RC=08.
000474*
000475*                  WITHDRAWAL DETAIL LAYOUT (XW, 80 BYTES):
000476*                      COLS  1-2   "XW"
000477*                      COLS  4-10  SEQUENCE NUMBER
000478*                      COLS 12-19  BUSINESS DATE OF THIS CUT
000479*                      COLS 21-27  SEQUENCE NUMBER WITHDRAWN
000480*                      COLS 29-36  BUSINESS DATE IT WAS SENT UNDER
000481*                      COLS 38-45  OUT WITHDRAWN (FIRST 3 SLOTS)
000482*                      COLS 58-64  ABCIN RECORD NUMBER, AS ON XD
000483*                      COLS 66-67  SOURCE-ID, AS ON XD
000484*                      COLS 69-76  AUDIT DATE OF THE PAIR, AS
000485*                                  ON XD
000486* 10/15/2026 CAM   A PAIR RELEASED FROM HOLD IS NOW ON THE MASTER
000487*                  UNDER ITS RELEASE NIGHT'S DATE WITH ITS
000488*                  ORIGINAL BUSINESS DATE IN COLS 171-178; THE
000489*                  AUTHORIZATION RULE IS CHECKED ON THAT ORIGINAL
000490*                  DATE. THE XD/XW IDENTITY AND THE KEPT-CUT SCAN
000491*                  USE THE MASTER DATE, AS ABCXMT AND ABCACK DO.
000492* 10/15/2026 CAM   AN XW ON THE KEPT CUTS THAT NAMES THE XD FOUND
000493*                  FOR A PAIR (COLS 21-27 AND 29-36 EQUAL TO ITS
000494*                  SEQUENCE NUMBER AND BUSINESS DATE) NOW
000495*                  SUPERSEDES IT, AND THAT XD NO LONGER REPLACES
000496*                  THE XW, WHATEVER THE CUT DATES. THE NIGHTLY
000497*                  CUT'S XH CARRIES THE EXPECTED BUSINESS DATE
000498*                  AND THE CORRECTION, RETRANSMISSION AND
000499*                  WITHDRAWAL CUTS' THEIR RUN DATE, SO THE XH
000500*                  DATES DO NOT ORDER A DETAIL AGAINST ITS OWN
000501*                  WITHDRAWAL. THE ABCWDW RECORD IS NOW 65 BYTES.
000502*----------------------------------------------------------------
000503
000504 ENVIRONMENT DIVISION.
000505 INPUT-OUTPUT SECTION.
000506 FILE-CONTROL.
000507     SELECT RPR-MST-FILE ASSIGN TO "ABCAMI"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ABCAMI-STATUS.
000530
000620     SELECT RPR-XFC-FILE ASSIGN TO "ABCXFC"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ABCXFC-STATUS.
000641
000642     SELECT RPR-XMS-FILE ASSIGN TO "ABCXMS"
000643         ORGANIZATION IS LINE SEQUENTIAL
000644         FILE STATUS IS WS-ABCXMS-STATUS.
000645
000646*----------------------------------------------------------------
000647*    THE WITHDRAWAL WORK FILE - ONE ROW PER NEWLY-REJECTED PAIR,
000648*    KEYED BY ITS AUDIT DATE PLUS ABCIN RECORD NUMBER (THE AUDIT
000649*    MASTER'S OWN KEY) FOR THE PASS OVER THE KEPT CUTS. SCRATCH,
000650*    PRIVATE TO ONE RUN, SIZED BY ITS DD ALLOCATION.
000651*----------------------------------------------------------------
000652     SELECT RPR-WDW-FILE ASSIGN TO "ABCWDW"
000653         ORGANIZATION IS INDEXED
000654         ACCESS IS DYNAMIC
000655         RECORD KEY IS RPR-WDW-KEY
000656         FILE STATUS IS WS-ABCWDW-STATUS.
000657
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RPR-MST-FILE.
000840     05  RPR-MST-SRC             PIC X(02).
000850     05  FILLER                  PIC X(01).
000860     05  RPR-MST-RESUB           PIC X(07).
000861     05  FILLER                  PIC X(01).
000862     05  RPR-MST-GRP-SIZE        PIC X(02).
000863     05  FILLER                  PIC X(01).
000864     05  RPR-MST-GRP-ITEMS       PIC X(36).
000865     05  FILLER                  PIC X(01).
000866     05  RPR-MST-GRP-RANKS       PIC X(36).
000867     05  FILLER                  PIC X(01).
000868     05  RPR-MST-GRP-OUT         PIC X(36).
000869     05  FILLER                  PIC X(01).
000870     05  RPR-MST-ORIGDATE        PIC X(08).
000871     05  FILLER                  PIC X(02).
000880
000890 FD  RPR-TMF-FILE.
000900 01  RPR-TMF-REC.
001050 FD  RPR-XFC-FILE.
001060 01  RPR-XFC-REC                 PIC X(80).
001070
001071 FD  RPR-XMS-FILE.
001072 01  RPR-XMS-REC                 PIC X(80).
001073
001074 FD  RPR-WDW-FILE.
001075 01  RPR-WDW-REC.
001076     05  RPR-WDW-KEY.
001077         10  RPR-WDW-PAIR-DATE   PIC X(08).
001078         10  RPR-WDW-RECNO       PIC X(07).
001079     05  RPR-WDW-SRC             PIC X(02).
001080     05  RPR-WDW-FOUND-FLAG      PIC X(01).
001081         88  RPR-WDW-FOUND       VALUE "Y".
001082     05  RPR-WDW-CUT-DATE        PIC X(08).
001083     05  RPR-WDW-TYPE            PIC X(01).
001084         88  RPR-WDW-WITHDRAWN   VALUE "W".
001085     05  RPR-WDW-SEQ             PIC X(07).
001086     05  RPR-WDW-BUS-DATE        PIC X(08).
001087     05  RPR-WDW-OUT             PIC X(08).
001089     05  RPR-WDW-WD-SEQ          PIC X(07).
001091     05  RPR-WDW-WD-BUS-DATE     PIC X(08).
001093
001095 WORKING-STORAGE SECTION.
001097*----------------------------------------------------------------
001100* FILE STATUS AND END-OF-FILE SWITCHES
001110*----------------------------------------------------------------
001120 01  WS-ABCAMI-STATUS            PIC X(02).
001230 01  WS-ABCXFC-STATUS            PIC X(02).
001240     88  ABCXFC-OK               VALUE "00".
001250
001251 01  WS-ABCXMS-STATUS            PIC X(02).
001252     88  ABCXMS-OK               VALUE "00".
001253     88  ABCXMS-EOF              VALUE "10".
001254
001255 01  WS-ABCWDW-STATUS            PIC X(02).
001256     88  ABCWDW-OK               VALUE "00".
001257     88  ABCWDW-EOF              VALUE "10".
001258     88  ABCWDW-DUP-KEY          VALUE "22".
001259     88  ABCWDW-NOT-FOUND        VALUE "23".
001260
001261 01  WS-SWITCHES.
001270     05  WS-MST-EOF-SW           PIC X(01)  VALUE "N".
001280         88  WS-MST-EOF          VALUE "Y".
001290     05  WS-TMF-EOF-SW           PIC X(01)  VALUE "N".
001300         88  WS-TMF-EOF          VALUE "Y".
001310     05  WS-FATAL-SW             PIC X(01)  VALUE "N".
001320         88  WS-FATAL-ERROR      VALUE "Y".
001321     05  WS-XMS-EOF-SW           PIC X(01)  VALUE "N".
001322         88  WS-XMS-EOF          VALUE "Y".
001323     05  WS-WDW-EOF-SW           PIC X(01)  VALUE "N".
001324         88  WS-WDW-EOF          VALUE "Y".
001325     05  WS-WDW-OPEN-SW          PIC X(01)  VALUE "N".
001326         88  WS-WDW-OPEN         VALUE "Y".
001327     05  WS-XMS-NAMED-SW         PIC X(01)  VALUE "N".
001328         88  WS-XMS-NAMED        VALUE "Y".
001330
001340 01  WS-COUNTERS.
001350     05  WS-ROW-COUNT            PIC 9(07)  VALUE ZERO.
001390     05  WS-NEWREJ-COUNT         PIC 9(07)  VALUE ZERO.
001400     05  WS-SEQ-NO               PIC 9(07)  VALUE ZERO.
001410     05  WS-XD-COUNT             PIC 9(07)  VALUE ZERO.
001412     05  WS-WDPEND-COUNT         PIC 9(07)  VALUE ZERO.
001414     05  WS-XW-COUNT             PIC 9(07)  VALUE ZERO.
001416     05  WS-PRIORWD-COUNT        PIC 9(07)  VALUE ZERO.
001418     05  WS-NOWD-COUNT           PIC 9(07)  VALUE ZERO.
001420
001430*----------------------------------------------------------------
001440* THE CORRECTION CUT'S SEQUENCE RANGE - ITS OWN BAND, CLEAR OF
001860     05  WS-XFM-STATUS           PIC X(01).
001870         88  WS-XFM-OK           VALUE "0".
001880
001881*----------------------------------------------------------------
001882* COMMUNICATION AREA FOR THE ABCNXF N-ELEMENT SUBPROGRAM - THE
001883* SAME LAYOUT ABCNXF DECLARES IN ITS LINKAGE SECTION.
001884*----------------------------------------------------------------
001885 01  WS-NXF-AREA.
001886     05  WS-NXF-FUNCTION         PIC X(01).
001887     05  WS-NXF-COUNT            PIC 9(02).
001888     05  WS-NXF-ITEM             PIC X(02)  OCCURS 12 TIMES.
001889     05  WS-NXF-RANK             PIC 9(02)  OCCURS 12 TIMES.
001890     05  WS-NXF-OUT-ITEM         PIC X(02)  OCCURS 12 TIMES.
001891     05  WS-NXF-TIE-SW           PIC X(01).
001892     05  WS-NXF-STATUS           PIC X(01).
001893         88  WS-NXF-OK           VALUE "0".
001894
001895*----------------------------------------------------------------
001896* A GROUP'S ITEMS, RANKS AND OUT VALUES IN THE TWELVE THREE-BYTE
001897* SLOTS THE MASTER EXTENSION STORES THEM IN.
001898*----------------------------------------------------------------
001899 01  WS-GRP-ITEM-AREA.
001900     05  WS-GRP-ITEM-SLOT        OCCURS 12 TIMES.
001901         10  WS-GRP-ITEM-VAL     PIC X(02).
001902         10  FILLER              PIC X(01).
001903
001904 01  WS-GRP-RANK-AREA.
001905     05  WS-GRP-RANK-SLOT        OCCURS 12 TIMES.
001906         10  WS-GRP-RANK-VAL     PIC X(02).
001907         10  FILLER              PIC X(01).
001908
001909 01  WS-GRP-OUT-AREA.
001910     05  WS-GRP-OUT-SLOT         OCCURS 12 TIMES.
001911         10  WS-GRP-OUT-VAL      PIC X(02).
001912         10  FILLER              PIC X(01).
001913
001914 01  WS-GRP-SUB                  PIC 9(02)  COMP  VALUE ZERO.
001915
001916 01  WS-REPROCESS-WORK.
001917     05  WS-FROM-DATE            PIC X(08)  VALUE SPACES.
001918     05  WS-TO-DATE              PIC X(08)  VALUE SPACES.
001920     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
001930     05  WS-VAL-CLIENT           PIC X(02)  VALUE SPACES.
001935     05  WS-AUTH-DATE            PIC X(08)  VALUE SPACES.
001940     05  WS-TMPL-KEY             PIC X(03)  VALUE SPACES.
001941     05  WS-NEW-OUT              PIC X(36)  VALUE SPACES.
001942     05  WS-OLD-OUT              PIC X(36)  VALUE SPACES.
001943     05  WS-GROUP-ROW-SW         PIC X(01)  VALUE "N".
001944         88  WS-GROUP-ROW        VALUE "Y".
001945
001946*----------------------------------------------------------------
001947* ONE RECORD OF THE KEPT CUTS. THE CUT DATE IS THE XH DATE OF THE
001948* GENERATION BEING READ - A CORRECTION XD CARRIES THE PAIR'S OWN
001949* RUN DATE IN ITS DATE FIELD, SO ONLY THE HEADER SAYS WHEN THE
001950* CUT WENT DOWNSTREAM.
001951*----------------------------------------------------------------
001952 01  WS-XMS-WORK.
001953     05  WS-XMS-CUT-DATE         PIC X(08)  VALUE SPACES.
001954     05  WS-XMS-SRC              PIC X(02)  VALUE SPACES.
001960
001970*----------------------------------------------------------------
001980 LINKAGE SECTION.
002180         PERFORM 3000-REPROCESS-ONE-ROW
002190             THRU 3000-REPROCESS-ONE-ROW-EXIT
002200             UNTIL WS-MST-EOF
002203         PERFORM 5500-WITHDRAW-REJECTED-PAIRS
002206             THRU 5500-WITHDRAW-REJECTED-PAIRS-EXIT
002210         PERFORM 6000-WRITE-XFC-TRAILER
002220             THRU 6000-WRITE-XFC-TRAILER-EXIT
002230         PERFORM 7000-WRITE-TOTALS
002790             DISPLAY "ABCRPR: UNABLE TO OPEN ABCXFC, STATUS="
002800                 WS-ABCXFC-STATUS
002810             MOVE "Y" TO WS-FATAL-SW
002811         END-IF
002812     END-IF.
002813
002814*    THE WITHDRAWAL WORK FILE IS CREATED EMPTY AND REOPENED I-O,
002815*    AS ABCACK'S ARE. A RUN THAT CANNOT OPEN IT STILL REPROCESSES;
002816*    ITS NEWLY-REJECTED PAIRS ARE LISTED AS NOT WITHDRAWN (RC=08).
002817     IF NOT WS-FATAL-ERROR
002818         OPEN OUTPUT RPR-WDW-FILE
002819         IF ABCWDW-OK
002820             CLOSE RPR-WDW-FILE
002821             OPEN I-O RPR-WDW-FILE
002822         END-IF
002823         IF ABCWDW-OK
002824             SET WS-WDW-OPEN TO TRUE
002825         ELSE
002826             DISPLAY "ABCRPR: UNABLE TO OPEN ABCWDW, STATUS="
002827                 WS-ABCWDW-STATUS " - NO WITHDRAWALS THIS RUN"
002828         END-IF
002830     END-IF.
002840
002850     IF NOT WS-FATAL-ERROR
003870     ADD 1 TO WS-RANGE-COUNT.
003880
003890     MOVE RPR-MST-TMPL TO WS-TMPL-KEY.
003891*    A GROUP ROW CARRIES ITS SIZE IN THE MASTER EXTENSION AND
003892*    IS COMPARED ON THE WHOLE GROUP OUT; A PAIR ON ITS TRIPLET.
003893     IF RPR-MST-GRP-SIZE NOT = SPACES
003894         MOVE "Y" TO WS-GROUP-ROW-SW
003895         MOVE RPR-MST-GRP-OUT TO WS-OLD-OUT
003896     ELSE
003897         MOVE "N" TO WS-GROUP-ROW-SW
003898         MOVE RPR-MST-OUT TO WS-OLD-OUT
003899     END-IF.
003900*    THE CLIENT/ROUTE CODE IS THE SOURCE-ID THE PAIR RAN UNDER;
003910*    AN UNSTAMPED ?? PAIR IS NO ONE'S CODE AND IS TESTED AGAINST
003920*    THE "**" WILDCARD ROWS ONLY, AS IN ABC.
004020         ADD 1 TO WS-NEWREJ-COUNT
004030         PERFORM 5200-WRITE-REJECT-LINE
004040             THRU 5200-WRITE-REJECT-LINE-EXIT
004043         PERFORM 5300-NOTE-WITHDRAWAL
004046             THRU 5300-NOTE-WITHDRAWAL-EXIT
004050         GO TO 3000-REPROCESS-ONE-ROW-EXIT
004060     END-IF.
004070
004075     IF WS-GROUP-ROW
004080         PERFORM 4600-RERUN-GROUP
004090             THRU 4600-RERUN-GROUP-EXIT
004092     ELSE
004094         PERFORM 4500-RERUN-TRANSFORM
004096             THRU 4500-RERUN-TRANSFORM-EXIT
004098     END-IF.
004100     IF WS-NEW-OUT = WS-OLD-OUT
004110         ADD 1 TO WS-UNCHANGED-COUNT
004120         GO TO 3000-REPROCESS-ONE-ROW-EXIT
004130     END-IF.
004250*    2320-CHECK-AUTHORIZATION, EXCEPT THE DATE CHECKED IS THE
004260*    ROW'S OWN ORIGINAL RUN DATE - THE CORRECTED RULE APPLIES
004270*    EXACTLY AS IT SHOULD HAVE THE FIRST TIME.
004273*    A RELEASED PAIR FILES UNDER ITS RELEASE NIGHT, SO ITS
004276*    ORIGINAL BUSINESS DATE (COLS 171-178) IS THE ONE CHECKED.
004280*----------------------------------------------------------------
004290 4000-CHECK-AUTHORIZATION.
004300*----------------------------------------------------------------
004310     MOVE "N" TO WS-TMF-CLIENT-SEEN-SW.
004320     MOVE "N" TO WS-TMF-AUTH-SW.
004321     IF RPR-MST-ORIGDATE NOT = SPACES
004322         MOVE RPR-MST-ORIGDATE TO WS-AUTH-DATE
004323     ELSE
004324         MOVE RPR-MST-DATE TO WS-AUTH-DATE
004325     END-IF.
004330     PERFORM 4100-SCAN-TMF-ENTRY
004340         THRU 4100-SCAN-TMF-ENTRY-EXIT
004350         VARYING WS-TMF-SUB FROM 1 BY 1
004450             OR WS-TMF-CLIENT(WS-TMF-SUB) = "**"
004460         SET WS-TMF-CLIENT-SEEN TO TRUE
004470         IF WS-TMF-TMPL(WS-TMF-SUB) = WS-TMPL-KEY
004480                 AND WS-TMF-EFF(WS-TMF-SUB) NOT > WS-AUTH-DATE
004490                 AND WS-TMF-EXP(WS-TMF-SUB) NOT < WS-AUTH-DATE
004500                 AND WS-TMF-ALLOW(WS-TMF-SUB) = "Y"
004510             SET WS-TMF-AUTHORIZED TO TRUE
004520         END-IF
004780     EXIT.
004790
004800*----------------------------------------------------------------
004801*    RE-RUN A GROUP ROW THROUGH THE SAME ABCNXF CALL THE NIGHTLY
004802*    RUN MAKES, ITEMS AND RANKS TAKEN FROM THE MASTER EXTENSION.
004803*    THE NEW OUT IS LAID BACK INTO THE THREE-BYTE SLOTS FOR A
004804*    PLAIN COMPARE AGAINST THE STORED GROUP OUT. A ROW THE
004805*    SUBPROGRAM CANNOT TAKE (IT PASSED THE SAME CHECKS THE NIGHT
004806*    IT RAN) KEEPS ITS OLD OUT RATHER THAN RAISE A FALSE DELTA.
004807*----------------------------------------------------------------
004808 4600-RERUN-GROUP.
004809*----------------------------------------------------------------
004810     MOVE WS-OLD-OUT TO WS-NEW-OUT.
004811     IF RPR-MST-GRP-SIZE NOT NUMERIC
004812         GO TO 4600-RERUN-GROUP-EXIT
004813     END-IF.
004814     MOVE SPACES TO WS-NXF-AREA.
004815     MOVE "F" TO WS-NXF-FUNCTION.
004816     MOVE RPR-MST-GRP-SIZE  TO WS-NXF-COUNT.
004817     MOVE RPR-MST-GRP-ITEMS TO WS-GRP-ITEM-AREA.
004818     MOVE RPR-MST-GRP-RANKS TO WS-GRP-RANK-AREA.
004819     PERFORM 4610-LOAD-GROUP-SLOT
004820         THRU 4610-LOAD-GROUP-SLOT-EXIT
004821         VARYING WS-GRP-SUB FROM 1 BY 1
004822         UNTIL WS-GRP-SUB > 12.
004823     CALL "ABCNXF" USING WS-NXF-AREA.
004824     IF NOT WS-NXF-OK
004825         GO TO 4600-RERUN-GROUP-EXIT
004826     END-IF.
004827     MOVE SPACES TO WS-GRP-OUT-AREA.
004828     PERFORM 4620-STORE-GROUP-OUT
004829         THRU 4620-STORE-GROUP-OUT-EXIT
004830         VARYING WS-GRP-SUB FROM 1 BY 1
004831         UNTIL WS-GRP-SUB > WS-NXF-COUNT.
004832     MOVE WS-GRP-OUT-AREA TO WS-NEW-OUT.
004833 4600-RERUN-GROUP-EXIT.
004834     EXIT.
004835
004836*----------------------------------------------------------------
004837*    A SLOT PAST THE GROUP'S SIZE IS LEFT BLANK IN THE MASTER;
004838*    ITS RANK IS ZEROED SO THE COMMAREA STAYS NUMERIC.
004839*----------------------------------------------------------------
004840 4610-LOAD-GROUP-SLOT.
004841*----------------------------------------------------------------
004842     MOVE WS-GRP-ITEM-VAL(WS-GRP-SUB)
004843         TO WS-NXF-ITEM(WS-GRP-SUB).
004844     IF WS-GRP-RANK-VAL(WS-GRP-SUB) NUMERIC
004845         MOVE WS-GRP-RANK-VAL(WS-GRP-SUB)
004846             TO WS-NXF-RANK(WS-GRP-SUB)
004847     ELSE
004848         MOVE ZERO TO WS-NXF-RANK(WS-GRP-SUB)
004849     END-IF.
004850 4610-LOAD-GROUP-SLOT-EXIT.
004851     EXIT.
004852
004853*----------------------------------------------------------------
004854 4620-STORE-GROUP-OUT.
004855*----------------------------------------------------------------
004856     MOVE WS-NXF-OUT-ITEM(WS-GRP-SUB)
004857         TO WS-GRP-OUT-VAL(WS-GRP-SUB).
004858 4620-STORE-GROUP-OUT-EXIT.
004859     EXIT.
004860
004861*----------------------------------------------------------------
004862 5000-WRITE-DELTA-LINE.
004863*----------------------------------------------------------------
004864     MOVE SPACES TO RPR-RPT-REC.
004865     STRING
004866         "  "                    DELIMITED BY SIZE
004867         RPR-MST-DATE            DELIMITED BY SIZE
004870         " REC "                 DELIMITED BY SIZE
004880         RPR-MST-RECNO           DELIMITED BY SIZE
004890         " SRC="                 DELIMITED BY SIZE
004950         " OLD OUT=["            DELIMITED BY SIZE
004960         RPR-MST-OUT             DELIMITED BY SIZE
004970         "] NEW OUT=["           DELIMITED BY SIZE
004980         WS-NEW-OUT(1:8)         DELIMITED BY SIZE
004990         "]"                     DELIMITED BY SIZE
005000         INTO RPR-RPT-REC
005010     END-STRING.
005011     WRITE RPR-RPT-REC.
005012     IF WS-GROUP-ROW
005013         PERFORM 5050-WRITE-GROUP-LINES
005014             THRU 5050-WRITE-GROUP-LINES-EXIT
005015         MOVE SPACES TO RPR-RPT-REC
005016         STRING
005017             "           GROUP NEW OUT=["
005018                                     DELIMITED BY SIZE
005019             FUNCTION TRIM(WS-NEW-OUT)
005020                                     DELIMITED BY SIZE
005021             "]"                     DELIMITED BY SIZE
005022             INTO RPR-RPT-REC
005023         END-STRING
005024         WRITE RPR-RPT-REC
005025     END-IF.
005030 5000-WRITE-DELTA-LINE-EXIT.
005031     EXIT.
005032
005033*----------------------------------------------------------------
005034*    THE WHOLE GROUP UNDER A DELTA OR REJECT LINE, WHOSE OWN
005035*    ORIG/OUT FIELDS SHOW ONLY ITS FIRST THREE SLOTS.
005036*----------------------------------------------------------------
005037 5050-WRITE-GROUP-LINES.
005038*----------------------------------------------------------------
005039     MOVE SPACES TO RPR-RPT-REC.
005040     STRING
005041         "           GROUP OF "  DELIMITED BY SIZE
005042         RPR-MST-GRP-SIZE        DELIMITED BY SIZE
005043         " ITEMS=["              DELIMITED BY SIZE
005044         FUNCTION TRIM(RPR-MST-GRP-ITEMS)
005045                                 DELIMITED BY SIZE
005046         "] RANKS=["             DELIMITED BY SIZE
005047         FUNCTION TRIM(RPR-MST-GRP-RANKS)
005048                                 DELIMITED BY SIZE
005049         "]"                     DELIMITED BY SIZE
005050         INTO RPR-RPT-REC
005051     END-STRING.
005052     WRITE RPR-RPT-REC.
005053     MOVE SPACES TO RPR-RPT-REC.
005054     STRING
005055         "           GROUP OLD OUT=["
005056                                 DELIMITED BY SIZE
005057         FUNCTION TRIM(RPR-MST-GRP-OUT)
005058                                 DELIMITED BY SIZE
005059         "]"                     DELIMITED BY SIZE
005060         INTO RPR-RPT-REC
005061     END-STRING.
005062     WRITE RPR-RPT-REC.
005063 5050-WRITE-GROUP-LINES-EXIT.
005064     EXIT.
005065
005066*----------------------------------------------------------------
005070*    THE MACHINE-READABLE CORRECTION - ONE XD PER CHANGED OUT,
005080*    IN THE ABCXMT DETAIL LAYOUT. THE DATE FIELD CARRIES THE
005090*    PAIR'S ORIGINAL RUN DATE SO THE DOWNSTREAM ENGINE CAN TIE
005200         " "                    DELIMITED BY SIZE
005210         RPR-MST-DATE           DELIMITED BY SIZE
005220         " "                    DELIMITED BY SIZE
005230         WS-NEW-OUT             DELIMITED BY SIZE
005240         " "                    DELIMITED BY SIZE
005250         RPR-MST-RECNO          DELIMITED BY SIZE
005260         " "                    DELIMITED BY SIZE
005270         RPR-MST-SRC            DELIMITED BY SIZE
005273         " "                    DELIMITED BY SIZE
005276         RPR-MST-DATE           DELIMITED BY SIZE
005280         INTO RPR-XFC-REC
005290     END-STRING.
005300     WRITE RPR-XFC-REC.
005530         INTO RPR-RPT-REC
005540     END-STRING.
005550     WRITE RPR-RPT-REC.
005552     IF WS-GROUP-ROW
005554         PERFORM 5050-WRITE-GROUP-LINES
005556             THRU 5050-WRITE-GROUP-LINES-EXIT
005558     END-IF.
005560 5200-WRITE-REJECT-LINE-EXIT.
005561     EXIT.
005562
005563*----------------------------------------------------------------
005564*    NOTE A NEWLY-REJECTED PAIR FOR WITHDRAWAL. ITS OUT IS STILL
005565*    LIVE DOWNSTREAM; 5500 FINDS THE TRANSMISSION THAT CARRIED IT
005566*    ONCE THE WHOLE RANGE HAS BEEN REPROCESSED.
005567*----------------------------------------------------------------
005568 5300-NOTE-WITHDRAWAL.
005569*----------------------------------------------------------------
005570     IF NOT WS-WDW-OPEN
005571         ADD 1 TO WS-NOWD-COUNT
005572         MOVE "           NOT WITHDRAWN - NO ABCWDW WORK FILE"
005573             TO RPR-RPT-REC
005574         WRITE RPR-RPT-REC
005575         GO TO 5300-NOTE-WITHDRAWAL-EXIT
005576     END-IF.
005577     MOVE SPACES        TO RPR-WDW-REC.
005578     MOVE RPR-MST-DATE  TO RPR-WDW-PAIR-DATE.
005579     MOVE RPR-MST-RECNO TO RPR-WDW-RECNO.
005580     MOVE RPR-MST-SRC   TO RPR-WDW-SRC.
005581     MOVE "N"           TO RPR-WDW-FOUND-FLAG.
005582     WRITE RPR-WDW-REC
005583         INVALID KEY
005584             CONTINUE
005585     END-WRITE.
005586     IF ABCWDW-DUP-KEY
005587         GO TO 5300-NOTE-WITHDRAWAL-EXIT
005588     END-IF.
005589     IF NOT ABCWDW-OK
005590         ADD 1 TO WS-NOWD-COUNT
005591         MOVE SPACES TO RPR-RPT-REC
005592         STRING
005593             "           NOT WITHDRAWN - ABCWDW WRITE FAILED, "
005594                                 DELIMITED BY SIZE
005595             "STATUS="           DELIMITED BY SIZE
005596             WS-ABCWDW-STATUS    DELIMITED BY SIZE
005597             INTO RPR-RPT-REC
005598         END-STRING
005599         WRITE RPR-RPT-REC
005600         GO TO 5300-NOTE-WITHDRAWAL-EXIT
005601     END-IF.
005602     ADD 1 TO WS-WDPEND-COUNT.
005603 5300-NOTE-WITHDRAWAL-EXIT.
005604     EXIT.
005605
005606*----------------------------------------------------------------
005607*    WITHDRAW EVERY PAIR NOTED BY 5300. ONE PASS OVER THE KEPT
005608*    CUTS (ABCXMS, OPENED ONLY WHEN THERE IS SOMETHING TO FIND)
005609*    FINDS EACH PAIR'S LATEST TRANSMISSION BY THE IDENTITY ON ITS
005610*    XD; A WALK OF THE WORK FILE THEN WRITES ONE XW PER PAIR
005611*    BEHIND THE CORRECTIONS AND LISTS THE OUTCOME ON ABCRDR.
005612*----------------------------------------------------------------
005613 5500-WITHDRAW-REJECTED-PAIRS.
005614*----------------------------------------------------------------
005615     IF WS-WDPEND-COUNT = ZERO
005616         GO TO 5500-WITHDRAW-REJECTED-PAIRS-EXIT
005617     END-IF.
005618     OPEN INPUT RPR-XMS-FILE.
005619     IF ABCXMS-OK
005620         MOVE SPACES TO WS-XMS-CUT-DATE
005621         PERFORM 5510-MATCH-ONE-XMIT-RECORD
005622             THRU 5510-MATCH-ONE-XMIT-RECORD-EXIT
005623             UNTIL WS-XMS-EOF
005624         CLOSE RPR-XMS-FILE
005625     ELSE
005626         DISPLAY "ABCRPR: UNABLE TO OPEN ABCXMS, STATUS="
005627             WS-ABCXMS-STATUS " - PAIRS NOT WITHDRAWN"
005628     END-IF.
005629
005630     MOVE "  WITHDRAWALS OF NEWLY-REJECTED PAIRS:" TO RPR-RPT-REC.
005631     WRITE RPR-RPT-REC.
005632     MOVE LOW-VALUES TO RPR-WDW-KEY.
005633     START RPR-WDW-FILE KEY NOT < RPR-WDW-KEY
005634         INVALID KEY
005635             SET WS-WDW-EOF TO TRUE
005636     END-START.
005637     PERFORM 5520-WITHDRAW-ONE-PAIR
005638         THRU 5520-WITHDRAW-ONE-PAIR-EXIT
005639         UNTIL WS-WDW-EOF.
005640 5500-WITHDRAW-REJECTED-PAIRS-EXIT.
005641     EXIT.
005642
005643*----------------------------------------------------------------
005644*    ONE RECORD OF THE KEPT CUTS. AN XD OR XW CARRYING THE
005645*    IDENTITY OF A NOTED PAIR (UNDER THE SOURCE-ID THE MASTER
005646*    KNOWS IT BY) REPLACES WHAT WAS FOUND BEFORE IF IT WENT
005647*    DOWNSTREAM LATER: A LATER CUT DATE WINS; ON THE SAME DATE A
005648*    WITHDRAWAL OUTRANKS A DETAIL, AND A HIGHER SEQUENCE NUMBER -
005649*    A CORRECTION OR RETRANSMISSION - OUTRANKS THE NIGHT'S CUT.
005650*    AN XW NAMING THE XD FOUND BY ITS SEQUENCE NUMBER AND
005651*    BUSINESS DATE SUPERSEDES IT, AND THE XD A FOUND XW NAMES
005652*    STAYS WITHDRAWN, WHATEVER THE CUT DATES - THE NIGHTLY XH
005653*    CARRIES THE EXPECTED BUSINESS DATE, THE OTHER CUTS' XH
005654*    THEIR RUN DATE.
005655*----------------------------------------------------------------
005656 5510-MATCH-ONE-XMIT-RECORD.
005657*----------------------------------------------------------------
005658     READ RPR-XMS-FILE
005659         AT END
005660             SET WS-XMS-EOF TO TRUE
005661     END-READ.
005662     IF WS-XMS-EOF
005663         GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005664     END-IF.
005665     IF RPR-XMS-REC(1:3) = "XH "
005666         MOVE RPR-XMS-REC(4:8) TO WS-XMS-CUT-DATE
005667         GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005668     END-IF.
005669     IF RPR-XMS-REC(1:3) NOT = "XD "
005670             AND RPR-XMS-REC(1:3) NOT = "XW "
005671         GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005672     END-IF.
005673     IF RPR-XMS-REC(58:7) NOT NUMERIC
005674             OR RPR-XMS-REC(69:8) NOT NUMERIC
005675         GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005676     END-IF.
005677
005678     MOVE RPR-XMS-REC(69:8) TO RPR-WDW-PAIR-DATE.
005679     MOVE RPR-XMS-REC(58:7) TO RPR-WDW-RECNO.
005680     READ RPR-WDW-FILE
005681         INVALID KEY
005682             CONTINUE
005683     END-READ.
005684     IF NOT ABCWDW-OK
005685         GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005686     END-IF.
005687     MOVE RPR-XMS-REC(66:2) TO WS-XMS-SRC.
005688     IF WS-XMS-SRC NOT = SPACES
005689             AND WS-XMS-SRC NOT = RPR-WDW-SRC
005690         GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005691     END-IF.
005692     MOVE "N" TO WS-XMS-NAMED-SW.
005693     IF RPR-WDW-FOUND
005694         IF RPR-XMS-REC(1:3) = "XW "
005695                 AND NOT RPR-WDW-WITHDRAWN
005696                 AND RPR-XMS-REC(21:7) = RPR-WDW-SEQ
005697                 AND RPR-XMS-REC(29:8) = RPR-WDW-BUS-DATE
005698             SET WS-XMS-NAMED TO TRUE
005699         END-IF
005700         IF RPR-XMS-REC(1:3) = "XD "
005701                 AND RPR-WDW-WITHDRAWN
005702                 AND RPR-XMS-REC(4:7) = RPR-WDW-WD-SEQ
005703                 AND RPR-XMS-REC(12:8) = RPR-WDW-WD-BUS-DATE
005704             GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005705         END-IF
005706     END-IF.
005707     IF RPR-WDW-FOUND AND NOT WS-XMS-NAMED
005708         IF WS-XMS-CUT-DATE < RPR-WDW-CUT-DATE
005709             GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005710         END-IF
005711         IF WS-XMS-CUT-DATE = RPR-WDW-CUT-DATE
005712             IF RPR-WDW-WITHDRAWN
005713                     AND RPR-XMS-REC(1:3) = "XD "
005714                 GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005715             END-IF
005716             IF RPR-XMS-REC(4:7) < RPR-WDW-SEQ
005717                     AND (RPR-XMS-REC(1:3) = "XD "
005718                         OR RPR-WDW-WITHDRAWN)
005719                 GO TO 5510-MATCH-ONE-XMIT-RECORD-EXIT
005720             END-IF
005721         END-IF
005722     END-IF.
005723
005724     MOVE "Y"               TO RPR-WDW-FOUND-FLAG.
005725     MOVE WS-XMS-CUT-DATE   TO RPR-WDW-CUT-DATE.
005726     MOVE RPR-XMS-REC(4:7)  TO RPR-WDW-SEQ.
005727     MOVE RPR-XMS-REC(12:8) TO RPR-WDW-BUS-DATE.
005728     IF RPR-XMS-REC(1:3) = "XW "
005729         MOVE "W"               TO RPR-WDW-TYPE
005730         MOVE RPR-XMS-REC(38:8) TO RPR-WDW-OUT
005731         MOVE RPR-XMS-REC(21:7) TO RPR-WDW-WD-SEQ
005732         MOVE RPR-XMS-REC(29:8) TO RPR-WDW-WD-BUS-DATE
005733     ELSE
005734         MOVE "D"               TO RPR-WDW-TYPE
005735         MOVE RPR-XMS-REC(21:8) TO RPR-WDW-OUT
005736         MOVE SPACES            TO RPR-WDW-WD-SEQ
005737         MOVE SPACES            TO RPR-WDW-WD-BUS-DATE
005738     END-IF.
005739     REWRITE RPR-WDW-REC
005740         INVALID KEY
005741             CONTINUE
005742     END-REWRITE.
005743 5510-MATCH-ONE-XMIT-RECORD-EXIT.
005744     EXIT.
005745
005746*----------------------------------------------------------------
005747*    ONE NOTED PAIR. ITS LATEST TRANSMISSION IS WITHDRAWN BY AN XW
005748*    IN THE CORRECTION SEQUENCE RANGE; A PAIR WHOSE LATEST WORD
005749*    DOWNSTREAM IS ALREADY A WITHDRAWAL IS LEFT ALONE, AND ONE
005750*    WITH NO KEPT TRANSMISSION (AGED OFF THE CUTS, OR SENT BEFORE
005751*    THE XD CARRIED ITS IDENTITY) GOES TO THE DESK.
005752*----------------------------------------------------------------
005753 5520-WITHDRAW-ONE-PAIR.
005754*----------------------------------------------------------------
005755     READ RPR-WDW-FILE NEXT RECORD
005756         AT END
005757             SET WS-WDW-EOF TO TRUE
005758     END-READ.
005759     IF WS-WDW-EOF
005760         GO TO 5520-WITHDRAW-ONE-PAIR-EXIT
005761     END-IF.
005762
005763     IF NOT RPR-WDW-FOUND
005764         ADD 1 TO WS-NOWD-COUNT
005765         MOVE SPACES TO RPR-RPT-REC
005766         STRING
005767             "  NOT WITHDRAWN: "     DELIMITED BY SIZE
005768             RPR-WDW-PAIR-DATE       DELIMITED BY SIZE
005769             " REC "                 DELIMITED BY SIZE
005770             RPR-WDW-RECNO           DELIMITED BY SIZE
005771             " SRC="                 DELIMITED BY SIZE
005772             RPR-WDW-SRC             DELIMITED BY SIZE
005773             " - NO KEPT TRANSMISSION, CALL THE DESK"
005774                                     DELIMITED BY SIZE
005775             INTO RPR-RPT-REC
005776         END-STRING
005777         WRITE RPR-RPT-REC
005778         GO TO 5520-WITHDRAW-ONE-PAIR-EXIT
005779     END-IF.
005780
005781     IF RPR-WDW-WITHDRAWN
005782         ADD 1 TO WS-PRIORWD-COUNT
005783         MOVE SPACES TO RPR-RPT-REC
005784         STRING
005785             "  ALREADY WITHDRAWN: " DELIMITED BY SIZE
005786             RPR-WDW-PAIR-DATE       DELIMITED BY SIZE
005787             " REC "                 DELIMITED BY SIZE
005788             RPR-WDW-RECNO           DELIMITED BY SIZE
005789             " SRC="                 DELIMITED BY SIZE
005790             RPR-WDW-SRC             DELIMITED BY SIZE
005791             " BY SEQ "              DELIMITED BY SIZE
005792             RPR-WDW-SEQ             DELIMITED BY SIZE
005793             " OF "                  DELIMITED BY SIZE
005794             RPR-WDW-BUS-DATE        DELIMITED BY SIZE
005795             INTO RPR-RPT-REC
005796         END-STRING
005797         WRITE RPR-RPT-REC
005798         GO TO 5520-WITHDRAW-ONE-PAIR-EXIT
005799     END-IF.
005800
005801*    THE XT COUNTS EVERY DETAIL ON THE CUT, XD AND XW ALIKE.
005802     ADD 1 TO WS-SEQ-NO.
005803     ADD 1 TO WS-XD-COUNT.
005804     ADD 1 TO WS-XW-COUNT.
005805     MOVE SPACES            TO RPR-XFC-REC.
005806     MOVE "XW"              TO RPR-XFC-REC(1:2).
005807     MOVE WS-SEQ-NO         TO RPR-XFC-REC(4:7).
005808     MOVE WS-RUN-DATE       TO RPR-XFC-REC(12:8).
005809     MOVE RPR-WDW-SEQ       TO RPR-XFC-REC(21:7).
005810     MOVE RPR-WDW-BUS-DATE  TO RPR-XFC-REC(29:8).
005811     MOVE RPR-WDW-OUT       TO RPR-XFC-REC(38:8).
005812     MOVE RPR-WDW-RECNO     TO RPR-XFC-REC(58:7).
005813     MOVE RPR-WDW-SRC       TO RPR-XFC-REC(66:2).
005814     MOVE RPR-WDW-PAIR-DATE TO RPR-XFC-REC(69:8).
005815     WRITE RPR-XFC-REC.
005816
005817     MOVE SPACES TO RPR-RPT-REC.
005818     STRING
005819         "  WITHDRAWN: "         DELIMITED BY SIZE
005820         RPR-WDW-PAIR-DATE       DELIMITED BY SIZE
005821         " REC "                 DELIMITED BY SIZE
005822         RPR-WDW-RECNO           DELIMITED BY SIZE
005823         " SRC="                 DELIMITED BY SIZE
005824         RPR-WDW-SRC             DELIMITED BY SIZE
005825         " SEQ "                 DELIMITED BY SIZE
005826         RPR-WDW-SEQ             DELIMITED BY SIZE
005827         " OF "                  DELIMITED BY SIZE
005828         RPR-WDW-BUS-DATE        DELIMITED BY SIZE
005829         " OUT=["                DELIMITED BY SIZE
005830         RPR-WDW-OUT             DELIMITED BY SIZE
005831         "] BY XW SEQ "          DELIMITED BY SIZE
005832         WS-SEQ-NO               DELIMITED BY SIZE
005833         INTO RPR-RPT-REC
005834     END-STRING.
005835     WRITE RPR-RPT-REC.
005836 5520-WITHDRAW-ONE-PAIR-EXIT.
005837     EXIT.
005838
005839*----------------------------------------------------------------
005840 6000-WRITE-XFC-TRAILER.
005841*----------------------------------------------------------------
005842     MOVE SPACES TO RPR-XFC-REC.
005843     STRING
005844         "XT "                  DELIMITED BY SIZE
005845         WS-XD-COUNT            DELIMITED BY SIZE
005846         INTO RPR-XFC-REC
005847     END-STRING.
005848     WRITE RPR-XFC-REC.
005849 6000-WRITE-XFC-TRAILER-EXIT.
005850     EXIT.
005851
005852*----------------------------------------------------------------
005853 7000-WRITE-TOTALS.
005854*----------------------------------------------------------------
005855     MOVE SPACES TO RPR-RPT-REC.
005856     STRING
005857         "  MASTER ROWS: "       DELIMITED BY SIZE
005858         WS-ROW-COUNT            DELIMITED BY SIZE
005859         "  IN RANGE: "          DELIMITED BY SIZE
005860         WS-RANGE-COUNT          DELIMITED BY SIZE
005861         "  UNCHANGED: "         DELIMITED BY SIZE
005862         WS-UNCHANGED-COUNT      DELIMITED BY SIZE
005863         "  CHANGED: "           DELIMITED BY SIZE
005864         WS-CHANGED-COUNT        DELIMITED BY SIZE
005865         "  NOW REJECTED: "      DELIMITED BY SIZE
005866         WS-NEWREJ-COUNT         DELIMITED BY SIZE
005870         INTO RPR-RPT-REC
005880     END-STRING.
005890     WRITE RPR-RPT-REC.
005891     IF WS-NEWREJ-COUNT > ZERO
005892         MOVE SPACES TO RPR-RPT-REC
005893         STRING
005894             "  WITHDRAWN: "     DELIMITED BY SIZE
005895             WS-XW-COUNT         DELIMITED BY SIZE
005896             "  ALREADY WITHDRAWN: " DELIMITED BY SIZE
005897             WS-PRIORWD-COUNT    DELIMITED BY SIZE
005898             "  NOT WITHDRAWN: " DELIMITED BY SIZE
005899             WS-NOWD-COUNT       DELIMITED BY SIZE
005900             INTO RPR-RPT-REC
005901         END-STRING
005902         WRITE RPR-RPT-REC
005903     END-IF.
005904     IF WS-CHANGED-COUNT > ZERO OR WS-NEWREJ-COUNT > ZERO
005910         DISPLAY "ABCRPR: " WS-CHANGED-COUNT " CORRECTIONS, "
005920             WS-NEWREJ-COUNT " NOW-REJECTED - SEE ABCRDR"
005922     END-IF.
005924     IF WS-NOWD-COUNT > ZERO
005926         DISPLAY "ABCRPR: " WS-NOWD-COUNT
005928             " NOW-REJECTED PAIRS NOT WITHDRAWN - SEE ABCRDR"
005930     END-IF.
005940 7000-WRITE-TOTALS-EXIT.
005950     EXIT.
006070         CLOSE RPR-XFC-FILE
006080     END-IF.
006090
006092     IF WS-WDW-OPEN
006094         CLOSE RPR-WDW-FILE
006096     END-IF.
006098
006100     PERFORM 9700-SET-RETURN-CODE
006110         THRU 9700-SET-RETURN-CODE-EXIT.
006120 9000-TERMINATE-EXIT.
006190*        04  CORRECTIONS WERE PRODUCED (CHANGED OUTS ON ABCXFC,
006200*            AND/OR NEWLY-REJECTED PAIRS LISTED ON ABCRDR) -
006210*            THE DESK AND THE DOWNSTREAM ENGINE HAVE WORK.
006212*            NEWLY-REJECTED PAIRS ARE WITHDRAWN BY XW ON ABCXFC.
006214*        08  A NOW-REJECTED PAIR COULD NOT BE WITHDRAWN (NO KEPT
006216*            TRANSMISSION, OR NO WORK FILE) - THE DESK MUST
006218*            CANCEL ITS OUT BY HAND.
006220*        16  FATAL - BAD PARM, A REQUIRED FILE COULD NOT BE
006230*            OPENED, OR NO USABLE TEMPLATE MASTER.
006240*----------------------------------------------------------------
006270     IF WS-FATAL-ERROR
006280         MOVE 16 TO RETURN-CODE
006290     ELSE
006292         IF WS-NOWD-COUNT > ZERO
006294             MOVE 08 TO RETURN-CODE
006296         ELSE
006300         IF WS-CHANGED-COUNT > ZERO OR WS-NEWREJ-COUNT > ZERO
006310             MOVE 04 TO RETURN-CODE
006320         ELSE
006330             MOVE 00 TO RETURN-CODE
006340         END-IF
006345         END-IF
006350     END-IF.
006360 9700-SET-RETURN-CODE-EXIT.
006370     EXIT.
