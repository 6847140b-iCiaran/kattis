000770*                  NEVER ACKNOWLEDGED COMES DUE AGAIN ON THE
000780*                  NEXT PROCESSING DAY AND IS ESCALATED (RC=08)
000790*                  INSTEAD OF BEING QUIETLY RE-SENT FOREVER.
000791* 10/15/2026 CAM   N-ELEMENT ROUTING GROUPS. THE XD NOW CARRIES
000792*                  THE WHOLE 36-BYTE ABCOUT FROM COL 21, SO THE
000793*                  LEDGER KEEPS THE FULL OUT IN COLS 33-68 BESIDE
000794*                  THE OLD EIGHT-BYTE TRIPLET IN 18-25 (STILL
000795*                  WRITTEN, SO AN A/B/C ROW READS AS BEFORE). A
000796*                  ROW FROM AN OLDER GENERATION WITH NOTHING IN
000797*                  33-68 LOADS FROM 18-25. ABCAKR IS 132 WIDE SO
000798*                  A GROUP'S OUT FITS ON ITS REPORT LINES.
000799*
000800*                  LEDGER ROW LAYOUT ADDITION (ABCLGO/ABCLGN):
000801*                      COLS 33-68  FULL OUT (ABCOUT LAYOUT)
000802* 10/15/2026 CAM   NEGATIVE ACKNOWLEDGMENTS. THE DOWNSTREAM ENGINE
000803*                  MAY NOW REFUSE A DETAIL (N IN COL 9 OF THE ACK,
000804*                  WITH ITS REASON CODE AND TEXT). A REFUSAL
000805*                  RETIRES THE LEDGER ENTRY AS REFUSED - NOT
000806*                  ACKED, NOT OUTSTANDING - AND LISTS IT ON
000807*                  ABCAKR. THE LEDGER NOW CARRIES EACH ENTRY'S
000808*                  PAIR IDENTITY FROM THE XD (ABCIN RECORD NUMBER,
000809*                  SOURCE-ID, AUDIT DATE), SO THE REFUSED PAIR IS
000810*                  FOUND ON THE KEPT AUDIT GENERATIONS (ABCAUDS)
000811*                  AND WRITTEN BACK AS AN RCY TAG PLUS ITS LINE-1
000812*                  AND LINE-2 TO THE ABCAKY RECYCLE FILE, IN
000813*                  ABC'S ABCRCY LAYOUT, FOR ABCFIX TO CORRECT AND
000814*                  RESUBMIT LIKE ANY OTHER REJECT. A REFUSED ENTRY
000815*                  THAT CANNOT BE RECYCLED (NO IDENTITY, OR NOT ON
000816*                  THE AUDIT TRAIL) IS LISTED AND ENDS THE STEP
000817*                  RC=08. A RETRANSMISSION CARRIES THE IDENTITY
000818*                  ON ITS XD AS ABCXMT WRITES IT.
000819*
000820*                  ACK RECORD LAYOUT NOW (ABCAKIN):
000821*                      COLS  1-7   SEQUENCE NUMBER
000822*                      COL   9     BLANK OR A = ACCEPTED,
000823*                                  N = REFUSED
000824*                      COLS 11-14  REFUSAL REASON CODE
000825*                      COLS 16-55  REFUSAL REASON TEXT
000826*
000827*                  LEDGER ROW LAYOUT ADDITION (ABCLGO/ABCLGN):
000828*                      COLS 70-76  ABCIN RECORD NUMBER
000829*                      COLS 78-79  SOURCE-ID
000830*                      COLS 81-88  AUDIT DATE OF THE PAIR
000831* 10/15/2026 CAM   WITHDRAWALS. AN XW WITHDRAWAL DETAIL (ABCRPR'S
000832*                  CORRECTION CUT, ABCWDR'S DESK CUT - LAYOUT IN
000833*                  ABCWDR) IS TAKEN ON THROUGH ABCXIN LIKE AN XD,
000834*                  LEDGERED UNDER ITS OWN SEQUENCE NUMBER WITH THE
000835*                  SEQUENCE NUMBER AND DATE IT WITHDRAWS, AGED,
000836*                  RETRANSMITTED (AS AN XW) AND ESCALATED UNTIL
000837*                  THE ENGINE ACKNOWLEDGES IT. A REFUSED
000838*                  WITHDRAWAL IS NOT RECYCLED - THE OUT IT NAMED
000839*                  IS STILL LIVE - BUT IS LISTED FOR THE DESK AND
000840*                  ENDS THE STEP RC=08.
000841*
000842*                  LEDGER ROW LAYOUT ADDITION (ABCLGO/ABCLGN):
000843*                      COL  90     W = ENTRY IS A WITHDRAWAL
000844*                      COLS 92-98  SEQUENCE NUMBER IT WITHDRAWS
000845*                      COLS 100-107 BUSINESS DATE IT WITHDRAWS
000846* 10/15/2026 CAM   A REFUSED RESUBMISSION WHOSE AUDIT RECORD
000847*                  CARRIES RCYDATE= (THE RCY TAG ABCFIX
000848*                  CORRECTED) IS RECYCLED WITH THAT DATE IN LINE-2
000849*                  COLS 41-48, AS ABC LEAVES A RE-REJECT, SO
000850*                  ABCORJ TIES IT TO THE EXACT INVENTORY ENTRY.
000851* 10/15/2026 CAM   THE ABCRUN MILESTONE IS NOW DATED WITH THE
000852*                  BUSINESS DATE ON THE FIRST XH OF ABCXIN (THE
000853*                  NIGHTLY CUT'S HEADER DATE, AS ABCXMT STAMPS ITS
000854*                  OWN MILESTONE), NOT THE RUN DATE, SO ABCSTA
000855*                  FILES IT UNDER THE SAME NIGHT AS THE REST OF
000856*                  THE BATCH. THE RUN DATE IS USED ONLY WHEN NO
000857*                  XH WAS READ.
000858*----------------------------------------------------------------
000859
000860 ENVIRONMENT DIVISION.
000861 INPUT-OUTPUT SECTION.
000862 FILE-CONTROL.
000863     SELECT ACK-XIN-FILE ASSIGN TO "ABCXIN"
000864         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-ABCXIN-STATUS.
000880
000890     SELECT ACK-AKI-FILE ASSIGN TO "ABCAKIN"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-ABCRUN-STATUS.
001120
001121     SELECT ACK-AUD-FILE ASSIGN TO "ABCAUDS"
001122         ORGANIZATION IS LINE SEQUENTIAL
001123         FILE STATUS IS WS-ABCAUDS-STATUS.
001124
001125     SELECT ACK-AKY-FILE ASSIGN TO "ABCAKY"
001126         ORGANIZATION IS LINE SEQUENTIAL
001127         FILE STATUS IS WS-ABCAKY-STATUS.
001128
001130*----------------------------------------------------------------
001140*    THE LEDGER WORK FILE - EVERY OUTSTANDING TRANSMISSION FOR
001150*    THE RUN, KEYED BY SEQUENCE NUMBER PLUS DATE TRANSMITTED SO
001220         RECORD KEY IS ACK-LGW-KEY
001230         FILE STATUS IS WS-ABCLGW-STATUS.
001240
001241*----------------------------------------------------------------
001242*    THE REFUSED-PAIR WORK FILE - ONE ROW PER PAIR REFUSED IN
001243*    THIS RUN, KEYED BY ITS AUDIT DATE PLUS ABCIN RECORD NUMBER
001244*    (THE AUDIT MASTER'S OWN KEY) FOR THE PASS OVER THE AUDIT
001245*    TRAIL. SCRATCH, PRIVATE TO ONE RUN, SIZED BY ITS DD.
001246*----------------------------------------------------------------
001247     SELECT ACK-NKW-FILE ASSIGN TO "ABCNKW"
001248         ORGANIZATION IS INDEXED
001249         ACCESS IS DYNAMIC
001250         RECORD KEY IS ACK-NKW-KEY
001251         FILE STATUS IS WS-ABCNKW-STATUS.
001252
001253 DATA DIVISION.
001260 FILE SECTION.
001270 FD  ACK-XIN-FILE.
001280 01  ACK-XIN-REC                 PIC X(80).
001310 01  ACK-AKI-REC                 PIC X(80).
001320
001330 FD  ACK-LGO-FILE.
001340 01  ACK-LGO-REC                 PIC X(107).
001350
001360 FD  ACK-LGN-FILE.
001370 01  ACK-LGN-REC                 PIC X(107).
001380
001390 FD  ACK-RTX-FILE.
001400 01  ACK-RTX-REC                 PIC X(80).
001410
001420 FD  ACK-RPT-FILE.
001430 01  ACK-RPT-REC                 PIC X(132).
001440
001450 FD  ACK-RUN-FILE.
001460 01  ACK-RUN-REC                 PIC X(80).
001461
001462 FD  ACK-AUD-FILE.
001463 01  ACK-AUD-REC                 PIC X(256).
001464
001465 FD  ACK-AKY-FILE.
001466 01  ACK-AKY-REC                 PIC X(80).
001470
001480 FD  ACK-LGW-FILE.
001490 01  ACK-LGW-REC.
001500     05  ACK-LGW-KEY.
001510         10  ACK-LGW-SEQ         PIC X(07).
001520         10  ACK-LGW-DATE        PIC X(08).
001521     05  ACK-LGW-OUT             PIC X(36).
001522     05  ACK-LGW-RTX-FLAG        PIC X(01).
001523     05  ACK-LGW-RECNO           PIC X(07).
001524     05  ACK-LGW-SRC             PIC X(02).
001525     05  ACK-LGW-PAIR-DATE       PIC X(08).
001526     05  ACK-LGW-TYPE            PIC X(01).
001527         88  ACK-LGW-WITHDRAWAL  VALUE "W".
001528     05  ACK-LGW-ORIG-SEQ        PIC X(07).
001529     05  ACK-LGW-ORIG-DATE       PIC X(08).
001530
001531 FD  ACK-NKW-FILE.
001532 01  ACK-NKW-REC.
001533     05  ACK-NKW-KEY.
001534         10  ACK-NKW-PAIR-DATE   PIC X(08).
001535         10  ACK-NKW-RECNO       PIC X(07).
001536     05  ACK-NKW-SRC             PIC X(02).
001537     05  ACK-NKW-SEQ             PIC X(07).
001538     05  ACK-NKW-REASON-CODE     PIC X(04).
001539     05  ACK-NKW-REASON-TEXT     PIC X(40).
001540     05  ACK-NKW-DONE-FLAG       PIC X(01).
001541         88  ACK-NKW-RECYCLED    VALUE "Y".
001550
001560 WORKING-STORAGE SECTION.
001570*----------------------------------------------------------------
001870     88  ABCLGW-DUP-KEY          VALUE "22".
001880     88  ABCLGW-NOT-FOUND        VALUE "23".
001890
001891 01  WS-ABCAUDS-STATUS           PIC X(02).
001892     88  ABCAUDS-OK              VALUE "00".
001893     88  ABCAUDS-EOF             VALUE "10".
001894
001895 01  WS-ABCAKY-STATUS            PIC X(02).
001896     88  ABCAKY-OK               VALUE "00".
001897
001898 01  WS-ABCNKW-STATUS            PIC X(02).
001899     88  ABCNKW-OK               VALUE "00".
001900     88  ABCNKW-EOF              VALUE "10".
001901     88  ABCNKW-DUP-KEY          VALUE "22".
001902     88  ABCNKW-NOT-FOUND        VALUE "23".
001903
001904 01  WS-SWITCHES.
001910     05  WS-XIN-EOF-SW           PIC X(01)  VALUE "N".
001920         88  WS-XIN-EOF          VALUE "Y".
001930     05  WS-AKI-EOF-SW           PIC X(01)  VALUE "N".
002000         88  WS-FATAL-ERROR      VALUE "Y".
002010     05  WS-ACK-HIT-SW           PIC X(01)  VALUE "N".
002020         88  WS-ACK-HIT          VALUE "Y".
002021     05  WS-AUD-EOF-SW           PIC X(01)  VALUE "N".
002022         88  WS-AUD-EOF          VALUE "Y".
002023     05  WS-NKW-EOF-SW           PIC X(01)  VALUE "N".
002024         88  WS-NKW-EOF          VALUE "Y".
002025     05  WS-NKW-OPEN-SW          PIC X(01)  VALUE "N".
002026         88  WS-NKW-OPEN         VALUE "Y".
002030
002040 01  WS-COUNTERS.
002050     05  WS-CARRIED-COUNT        PIC 9(07)  VALUE ZERO.
002110     05  WS-ESCALATE-COUNT       PIC 9(07)  VALUE ZERO.
002120     05  WS-AGED-COUNT           PIC 9(07)  VALUE ZERO.
002130     05  WS-DUP-TAKEON-COUNT     PIC 9(07)  VALUE ZERO.
002131     05  WS-REFUSED-COUNT        PIC 9(07)  VALUE ZERO.
002132     05  WS-NAK-PENDING-COUNT    PIC 9(07)  VALUE ZERO.
002133     05  WS-RECYCLED-COUNT       PIC 9(07)  VALUE ZERO.
002134     05  WS-NORCY-COUNT          PIC 9(07)  VALUE ZERO.
002135     05  WS-WDR-TAKEON-COUNT     PIC 9(07)  VALUE ZERO.
002136     05  WS-WDR-REFUSED-COUNT    PIC 9(07)  VALUE ZERO.
002140
002150*----------------------------------------------------------------
002160* AGING THRESHOLDS, IN DAYS OUTSTANDING - AND AGE RUNS FROM THE
002350
002360 01  WS-ACK-WORK.
002370     05  WS-ACK-SEQ              PIC X(07).
002371     05  WS-ACK-TYPE             PIC X(01).
002372         88  WS-ACK-REFUSED      VALUE "N".
002373     05  WS-ACK-REASON-CODE      PIC X(04).
002374     05  WS-ACK-REASON-TEXT      PIC X(40).
002375     05  WS-WDR-NOTE             PIC X(40).
002380     05  WS-NEW-SEQ              PIC 9(07)  VALUE ZERO.
002390     05  WS-RTX-DTL-COUNT        PIC 9(07)  VALUE ZERO.
002400     05  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
002580     05  WS-RC-DISP              PIC 9(02)  VALUE ZERO.
002590     05  WS-CNT-DISP             PIC 9(07)  VALUE ZERO.
002600     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
002605     05  WS-XH-DATE              PIC X(08)  VALUE SPACES.
002610
002611*----------------------------------------------------------------
002612* A REFUSED PAIR'S AUDIT RECORD, PULLED APART BY FIELD NAME AS
002613* ABCAUC DOES IT, AND THE RCY TAG AND TWO LINES REBUILT FROM IT.
002614*----------------------------------------------------------------
002615 01  WS-RECYCLE-WORK.
002616     05  WS-AUD-RECNO            PIC X(07).
002617     05  WS-AUD-DATE             PIC X(08).
002618     05  WS-AUD-SRC              PIC X(02).
002619     05  WS-AUD-TMPL             PIC X(03).
002620     05  WS-AUD-RESUB            PIC X(07).
002621     05  WS-AUD-RCYDATE          PIC X(08).
002622     05  WS-AUD-ORIG-TEXT        PIC X(40).
002623     05  WS-AUD-RANK-TEXT        PIC X(40).
002624     05  WS-AUD-T1               PIC X(02).
002625     05  WS-AUD-T2               PIC X(02).
002626     05  WS-AUD-T3               PIC X(02).
002627     05  WS-AUD-SCRAP            PIC X(256).
002628     05  WS-AUD-REST             PIC X(256).
002629     05  WS-RCY-TAG-REC          PIC X(07).
002630     05  WS-RCY-LINE1            PIC X(50).
002631     05  WS-RCY-LINE2            PIC X(50).
002632
002633 PROCEDURE DIVISION.
002634*----------------------------------------------------------------
002640 0000-MAINLINE.
002650*----------------------------------------------------------------
002660     PERFORM 1000-INITIALIZE
002800             UNTIL WS-AKI-EOF
002810         PERFORM 5000-AGE-THE-LEDGER
002820             THRU 5000-AGE-THE-LEDGER-EXIT
002823         PERFORM 6000-RECYCLE-REFUSED-PAIRS
002826             THRU 6000-RECYCLE-REFUSED-PAIRS-EXIT
002830         PERFORM 7000-WRITE-TOTALS
002840             THRU 7000-WRITE-TOTALS-EXIT
002850     END-IF.
003650     END-IF.
003660
003670     IF NOT WS-FATAL-ERROR
003671         OPEN OUTPUT ACK-AKY-FILE
003672         IF NOT ABCAKY-OK
003673             DISPLAY "ABCACK: UNABLE TO OPEN ABCAKY, STATUS="
003674                 WS-ABCAKY-STATUS
003675             MOVE "Y" TO WS-FATAL-SW
003676         END-IF
003677     END-IF.
003678
003679*    THE REFUSED-PAIR WORK FILE, CREATED EMPTY AND REOPENED I-O
003680*    LIKE ABCLGW. A RUN THAT CANNOT OPEN IT STILL SETTLES THE
003681*    LEDGER; ITS REFUSALS ARE LISTED AS NOT RECYCLED (RC=08).
003682     IF NOT WS-FATAL-ERROR
003683         OPEN OUTPUT ACK-NKW-FILE
003684         IF ABCNKW-OK
003685             CLOSE ACK-NKW-FILE
003686             OPEN I-O ACK-NKW-FILE
003687         END-IF
003688         IF ABCNKW-OK
003689             SET WS-NKW-OPEN TO TRUE
003690         ELSE
003691             DISPLAY "ABCACK: UNABLE TO OPEN ABCNKW, STATUS="
003692                 WS-ABCNKW-STATUS " - REFUSALS WILL NOT RECYCLE"
003693         END-IF
003694     END-IF.
003695
003696     IF NOT WS-FATAL-ERROR
003697         MOVE WS-RTX-SEQ-BASE TO WS-NEW-SEQ
003698         MOVE "ABCACK TRANSMISSION ACKNOWLEDGMENT LEDGER"
003700             TO ACK-RPT-REC
003710         WRITE ACK-RPT-REC
003720     END-IF.
004070     MOVE ACK-LGO-REC(1:7)   TO ACK-LGW-SEQ.
004080     MOVE ACK-LGO-REC(9:8)   TO ACK-LGW-DATE.
004090     MOVE ACK-LGO-REC(18:8)  TO ACK-LGW-OUT.
004092     IF ACK-LGO-REC(33:36) NOT = SPACES
004094         MOVE ACK-LGO-REC(33:36) TO ACK-LGW-OUT
004096     END-IF.
004100     MOVE ACK-LGO-REC(31:1)  TO ACK-LGW-RTX-FLAG.
004101     MOVE ACK-LGO-REC(70:7)  TO ACK-LGW-RECNO.
004102     MOVE ACK-LGO-REC(78:2)  TO ACK-LGW-SRC.
004103     MOVE ACK-LGO-REC(81:8)  TO ACK-LGW-PAIR-DATE.
004104     MOVE ACK-LGO-REC(90:1)  TO ACK-LGW-TYPE.
004105     MOVE ACK-LGO-REC(92:7)  TO ACK-LGW-ORIG-SEQ.
004106     MOVE ACK-LGO-REC(100:8) TO ACK-LGW-ORIG-DATE.
004110     PERFORM 2200-WRITE-LGW-RECORD
004120         THRU 2200-WRITE-LGW-RECORD-EXIT.
004130     IF ABCLGW-OK
004460
004470*----------------------------------------------------------------
004480*    TAKE TONIGHT'S XD DETAILS ONTO THE LEDGER BEHIND THE
004490*    CARRIED ENTRIES. ONLY XD AND XW RECORDS CARRY A SEQUENCE
004500*    NUMBER - THE XH/XT BRACKETS ARE PASSED OVER, EXCEPT THAT
004502*    THE FIRST XH'S BUSINESS DATE (COLS 4-11) IS KEPT TO DATE
004504*    THE MILESTONE. LAYOUT PER
004510*    ABCXMT: SEQ IN COLS 4-10, BUSINESS DATE 12-19, OUT 21-56,
004512*    PAIR IDENTITY 58-76 (BLANK ON A CUT FROM BEFORE IT WAS
004514*    CARRIED). AN XW CARRIES THE SEQUENCE NUMBER AND DATE IT
004516*    WITHDRAWS IN 21-27 AND 29-36 AND THE OUT IN 38-45.
004520*----------------------------------------------------------------
004530 3000-TAKE-ON-ONE-DETAIL.
004540*----------------------------------------------------------------
004590     IF WS-XIN-EOF
004600         GO TO 3000-TAKE-ON-ONE-DETAIL-EXIT
004610     END-IF.
004611     IF ACK-XIN-REC(1:3) = "XH "
004612             AND WS-XH-DATE = SPACES
004613             AND ACK-XIN-REC(4:8) NUMERIC
004614         MOVE ACK-XIN-REC(4:8) TO WS-XH-DATE
004615     END-IF.
004620     IF ACK-XIN-REC(1:3) NOT = "XD "
004625             AND ACK-XIN-REC(1:3) NOT = "XW "
004630         GO TO 3000-TAKE-ON-ONE-DETAIL-EXIT
004640     END-IF.
004650
004660     ADD 1 TO WS-XMIT-COUNT.
004670     MOVE ACK-XIN-REC(4:7)   TO ACK-LGW-SEQ.
004680     MOVE ACK-XIN-REC(12:8)  TO ACK-LGW-DATE.
004681     IF ACK-XIN-REC(1:3) = "XW "
004682         ADD 1 TO WS-WDR-TAKEON-COUNT
004683         MOVE ACK-XIN-REC(38:8)  TO ACK-LGW-OUT
004684         MOVE "W"                TO ACK-LGW-TYPE
004685         MOVE ACK-XIN-REC(21:7)  TO ACK-LGW-ORIG-SEQ
004686         MOVE ACK-XIN-REC(29:8)  TO ACK-LGW-ORIG-DATE
004687     ELSE
004688         MOVE ACK-XIN-REC(21:36) TO ACK-LGW-OUT
004689         MOVE SPACES             TO ACK-LGW-TYPE
004690                                    ACK-LGW-ORIG-SEQ
004691                                    ACK-LGW-ORIG-DATE
004692     END-IF.
004700     MOVE SPACE              TO ACK-LGW-RTX-FLAG.
004702     MOVE ACK-XIN-REC(58:7)  TO ACK-LGW-RECNO.
004704     MOVE ACK-XIN-REC(66:2)  TO ACK-LGW-SRC.
004706     MOVE ACK-XIN-REC(69:8)  TO ACK-LGW-PAIR-DATE.
004710     PERFORM 2200-WRITE-LGW-RECORD
004720         THRU 2200-WRITE-LGW-RECORD-EXIT.
004730 3000-TAKE-ON-ONE-DETAIL-EXIT.
004800*    LATE ACK RETIRES THE ENTRY IT WAS ALWAYS FOR AND A
004810*    RECURRING NUMBER GOES AGAINST THE EARLIER NIGHT FIRST. AN
004820*    ACK THAT MATCHES NOTHING OUTSTANDING IS WARNED ON THE SPOT.
004823*    A REFUSAL RETIRES ITS ENTRY THE SAME WAY, BUT AS REFUSED -
004826*    THE PAIR GOES BACK TO THE RECYCLE FLOW (SEE 6000).
004830*----------------------------------------------------------------
004840 4000-SETTLE-ONE-ACK.
004850*----------------------------------------------------------------
004940         GO TO 4000-SETTLE-ONE-ACK-EXIT
004950     END-IF.
004960     MOVE ACK-AKI-REC(1:7) TO WS-ACK-SEQ.
004962     MOVE ACK-AKI-REC(9:1) TO WS-ACK-TYPE.
004964     MOVE ACK-AKI-REC(11:4) TO WS-ACK-REASON-CODE.
004966     MOVE ACK-AKI-REC(16:40) TO WS-ACK-REASON-TEXT.
004970
004980     MOVE "N" TO WS-ACK-HIT-SW.
004990     MOVE WS-ACK-SEQ TO ACK-LGW-SEQ.
005120         END-IF
005130     END-IF.
005140
005141     IF WS-ACK-HIT
005142         IF WS-ACK-REFUSED
005143             IF ACK-LGW-WITHDRAWAL
005144                 PERFORM 4200-REFUSE-WITHDRAWAL
005145                     THRU 4200-REFUSE-WITHDRAWAL-EXIT
005146             ELSE
005147                 PERFORM 4100-REFUSE-ONE-ENTRY
005148                     THRU 4100-REFUSE-ONE-ENTRY-EXIT
005149             END-IF
005150         ELSE
005151             ADD 1 TO WS-ACKED-COUNT
005152         END-IF
005160         DELETE ACK-LGW-FILE RECORD
005161         END-DELETE
005162     ELSE
005163         ADD 1 TO WS-ORPHAN-ACK-COUNT
005164         MOVE SPACES TO ACK-RPT-REC
005165         IF WS-ACK-REFUSED
005166             STRING
005167                 "  WARNING - REFUSAL FOR NOTHING OUTSTANDING: "
005168                                     DELIMITED BY SIZE
005169                 WS-ACK-SEQ          DELIMITED BY SIZE
005170                 " REASON="          DELIMITED BY SIZE
005171                 WS-ACK-REASON-CODE  DELIMITED BY SIZE
005172                 INTO ACK-RPT-REC
005173             END-STRING
005174         ELSE
005175             STRING
005176                 "  WARNING - ACK FOR NOTHING OUTSTANDING: "
005177                                     DELIMITED BY SIZE
005178                 WS-ACK-SEQ          DELIMITED BY SIZE
005179                 INTO ACK-RPT-REC
005180             END-STRING
005181         END-IF
005182         WRITE ACK-RPT-REC
005183     END-IF.
005184 4000-SETTLE-ONE-ACK-EXIT.
005185     EXIT.
005186
005187*----------------------------------------------------------------
005188*    A REFUSED ENTRY IS LISTED WITH ITS REASON AND ITS PAIR IS
005189*    NOTED ON THE ABCNKW WORK FILE FOR THE RECYCLE PASS. AN
005190*    ENTRY WITH NO PAIR IDENTITY (TAKEN ON FROM A CUT WRITTEN
005191*    BEFORE THE XD CARRIED ONE) CANNOT BE FOUND AGAIN AND IS
005192*    LISTED AS NOT RECYCLED. THE SAME PAIR REFUSED TWICE IN ONE
005193*    RUN IS RECYCLED ONCE.
005194*----------------------------------------------------------------
005195 4100-REFUSE-ONE-ENTRY.
005196*----------------------------------------------------------------
005197     ADD 1 TO WS-REFUSED-COUNT.
005198     MOVE SPACES TO ACK-RPT-REC.
005199     STRING
005200         "  REFUSED: SEQ "       DELIMITED BY SIZE
005201         ACK-LGW-SEQ             DELIMITED BY SIZE
005202         " OF "                  DELIMITED BY SIZE
005203         ACK-LGW-DATE            DELIMITED BY SIZE
005204         " OUT=["                DELIMITED BY SIZE
005205         FUNCTION TRIM(ACK-LGW-OUT) DELIMITED BY SIZE
005206         "] REASON="             DELIMITED BY SIZE
005207         WS-ACK-REASON-CODE      DELIMITED BY SIZE
005208         " "                     DELIMITED BY SIZE
005209         WS-ACK-REASON-TEXT      DELIMITED BY SIZE
005210         INTO ACK-RPT-REC
005211     END-STRING.
005212     WRITE ACK-RPT-REC.
005213
005214     IF ACK-LGW-RECNO NOT NUMERIC
005215             OR ACK-LGW-PAIR-DATE NOT NUMERIC
005216         ADD 1 TO WS-NORCY-COUNT
005217         MOVE "           NOT RECYCLED - NO PAIR IDENTITY"
005218             TO ACK-RPT-REC
005219         WRITE ACK-RPT-REC
005220         GO TO 4100-REFUSE-ONE-ENTRY-EXIT
005221     END-IF.
005222     IF NOT WS-NKW-OPEN
005223         ADD 1 TO WS-NORCY-COUNT
005224         MOVE "           NOT RECYCLED - NO ABCNKW WORK FILE"
005225             TO ACK-RPT-REC
005226         WRITE ACK-RPT-REC
005227         GO TO 4100-REFUSE-ONE-ENTRY-EXIT
005228     END-IF.
005229
005230     MOVE ACK-LGW-PAIR-DATE  TO ACK-NKW-PAIR-DATE.
005231     MOVE ACK-LGW-RECNO      TO ACK-NKW-RECNO.
005232     MOVE ACK-LGW-SRC        TO ACK-NKW-SRC.
005233     MOVE ACK-LGW-SEQ        TO ACK-NKW-SEQ.
005234     MOVE WS-ACK-REASON-CODE TO ACK-NKW-REASON-CODE.
005235     MOVE WS-ACK-REASON-TEXT TO ACK-NKW-REASON-TEXT.
005236     MOVE "N"                TO ACK-NKW-DONE-FLAG.
005237     WRITE ACK-NKW-REC
005238         INVALID KEY
005239             CONTINUE
005240     END-WRITE.
005241     IF ABCNKW-DUP-KEY
005242         GO TO 4100-REFUSE-ONE-ENTRY-EXIT
005243     END-IF.
005244     IF NOT ABCNKW-OK
005245         ADD 1 TO WS-NORCY-COUNT
005246         MOVE SPACES TO ACK-RPT-REC
005247         STRING
005248             "           NOT RECYCLED - ABCNKW WRITE FAILED, "
005249                                 DELIMITED BY SIZE
005250             "STATUS="           DELIMITED BY SIZE
005255             WS-ABCNKW-STATUS    DELIMITED BY SIZE
005260             INTO ACK-RPT-REC
005270         END-STRING
005280         WRITE ACK-RPT-REC
005285         GO TO 4100-REFUSE-ONE-ENTRY-EXIT
005290     END-IF.
005295     ADD 1 TO WS-NAK-PENDING-COUNT.
005296 4100-REFUSE-ONE-ENTRY-EXIT.
005297     EXIT.
005298
005299*----------------------------------------------------------------
005300*    A REFUSED WITHDRAWAL LEAVES THE OUT IT NAMED LIVE DOWNSTREAM.
005301*    THERE IS NO PAIR TO RECYCLE - THE DESK MUST SETTLE IT WITH
005302*    THE ENGINE - SO IT IS LISTED AND ENDS THE STEP RC=08.
005303*----------------------------------------------------------------
005304 4200-REFUSE-WITHDRAWAL.
005305*----------------------------------------------------------------
005306     ADD 1 TO WS-WDR-REFUSED-COUNT.
005307     MOVE SPACES TO ACK-RPT-REC.
005308     STRING
005309         "  WITHDRAWAL REFUSED: SEQ " DELIMITED BY SIZE
005310         ACK-LGW-SEQ             DELIMITED BY SIZE
005311         " OF "                  DELIMITED BY SIZE
005312         ACK-LGW-DATE            DELIMITED BY SIZE
005313         " WITHDRAWING SEQ "     DELIMITED BY SIZE
005314         ACK-LGW-ORIG-SEQ        DELIMITED BY SIZE
005315         " OF "                  DELIMITED BY SIZE
005316         ACK-LGW-ORIG-DATE       DELIMITED BY SIZE
005317         " REASON="              DELIMITED BY SIZE
005318         WS-ACK-REASON-CODE      DELIMITED BY SIZE
005319         " "                     DELIMITED BY SIZE
005320         WS-ACK-REASON-TEXT      DELIMITED BY SIZE
005321         INTO ACK-RPT-REC
005322     END-STRING.
005323     WRITE ACK-RPT-REC.
005324     MOVE "           OUT STILL LIVE DOWNSTREAM - CALL THE DESK"
005325         TO ACK-RPT-REC.
005326     WRITE ACK-RPT-REC.
005327 4200-REFUSE-WITHDRAWAL-EXIT.
005328     EXIT.
005329
005330*----------------------------------------------------------------
005340*    WALK THE SURVIVING LEDGER IN KEY ORDER: AGE EACH ENTRY
005350*    FROM ITS ORIGINAL TRANSMISSION DATE, RETRANSMIT A
005800     END-READ.
005810     IF WS-LGW-EOF
005820         GO TO 5100-AGE-ONE-ENTRY-EXIT
005821     END-IF.
005822     MOVE SPACES TO WS-WDR-NOTE.
005823     IF ACK-LGW-WITHDRAWAL
005824         STRING
005825             " WITHDRAWING SEQ "  DELIMITED BY SIZE
005826             ACK-LGW-ORIG-SEQ     DELIMITED BY SIZE
005827             " OF "               DELIMITED BY SIZE
005828             ACK-LGW-ORIG-DATE    DELIMITED BY SIZE
005829             INTO WS-WDR-NOTE
005830         END-STRING
005831     END-IF.
005840
005850     IF ACK-LGW-DATE NUMERIC
005860         MOVE ACK-LGW-DATE TO WS-LGR-DATE-NUM
006360     ADD 1 TO WS-NEW-SEQ.
006370     ADD 1 TO WS-RTX-DTL-COUNT.
006380     ADD 1 TO WS-RETRANS-COUNT.
006383*    A WITHDRAWAL GOES OUT AGAIN AS A WITHDRAWAL, NAMING THE SAME
006386*    SEQUENCE NUMBER AND DATE; ANYTHING ELSE AS AN XD.
006390     MOVE SPACES TO ACK-RTX-REC.
006400     IF ACK-LGW-WITHDRAWAL
006402         MOVE "XW"              TO ACK-RTX-REC(1:2)
006404         MOVE WS-NEW-SEQ        TO ACK-RTX-REC(4:7)
006406         MOVE WS-RUN-DATE       TO ACK-RTX-REC(12:8)
006408         MOVE ACK-LGW-ORIG-SEQ  TO ACK-RTX-REC(21:7)
006410         MOVE ACK-LGW-ORIG-DATE TO ACK-RTX-REC(29:8)
006412         MOVE ACK-LGW-OUT(1:8)  TO ACK-RTX-REC(38:8)
006414         MOVE ACK-LGW-RECNO     TO ACK-RTX-REC(58:7)
006416         MOVE ACK-LGW-SRC       TO ACK-RTX-REC(66:2)
006418         MOVE ACK-LGW-PAIR-DATE TO ACK-RTX-REC(69:8)
006420     ELSE
006422         STRING
006424             "XD "                  DELIMITED BY SIZE
006426             WS-NEW-SEQ             DELIMITED BY SIZE
006428             " "                    DELIMITED BY SIZE
006430             WS-RUN-DATE            DELIMITED BY SIZE
006432             " "                    DELIMITED BY SIZE
006434             ACK-LGW-OUT            DELIMITED BY SIZE
006436             " "                    DELIMITED BY SIZE
006438             ACK-LGW-RECNO          DELIMITED BY SIZE
006440             " "                    DELIMITED BY SIZE
006442             ACK-LGW-SRC            DELIMITED BY SIZE
006444             " "                    DELIMITED BY SIZE
006446             ACK-LGW-PAIR-DATE      DELIMITED BY SIZE
006448             INTO ACK-RTX-REC
006450         END-STRING
006452     END-IF.
006490     WRITE ACK-RTX-REC.
006500
006510     MOVE SPACES TO ACK-RPT-REC.
006580         WS-AGE-DISP             DELIMITED BY SIZE
006590         " AS SEQ "              DELIMITED BY SIZE
006600         WS-NEW-SEQ              DELIMITED BY SIZE
006605         WS-WDR-NOTE             DELIMITED BY "  "
006610         INTO ACK-RPT-REC
006620     END-STRING.
006630     WRITE ACK-RPT-REC.
006680     MOVE SPACES TO ACK-LGN-REC.
006690     MOVE WS-NEW-SEQ      TO ACK-LGN-REC(1:7).
006700     MOVE ACK-LGW-DATE    TO ACK-LGN-REC(9:8).
006710     MOVE ACK-LGW-OUT(1:8) TO ACK-LGN-REC(18:8).
006715     MOVE ACK-LGW-OUT     TO ACK-LGN-REC(33:36).
006720     MOVE WS-AGE-DISP     TO ACK-LGN-REC(27:3).
006730     MOVE "R"             TO ACK-LGN-REC(31:1).
006731     MOVE ACK-LGW-RECNO   TO ACK-LGN-REC(70:7).
006732     MOVE ACK-LGW-SRC     TO ACK-LGN-REC(78:2).
006733     MOVE ACK-LGW-PAIR-DATE TO ACK-LGN-REC(81:8).
006734     MOVE ACK-LGW-TYPE     TO ACK-LGN-REC(90:1).
006735     MOVE ACK-LGW-ORIG-SEQ TO ACK-LGN-REC(92:7).
006736     MOVE ACK-LGW-ORIG-DATE TO ACK-LGN-REC(100:8).
006740     WRITE ACK-LGN-REC.
006750 5200-RETRANSMIT-ONE-ENTRY-EXIT.
006760     EXIT.
006980     MOVE SPACES TO ACK-LGN-REC.
006990     MOVE ACK-LGW-SEQ      TO ACK-LGN-REC(1:7).
007000     MOVE ACK-LGW-DATE     TO ACK-LGN-REC(9:8).
007010     MOVE ACK-LGW-OUT(1:8) TO ACK-LGN-REC(18:8).
007015     MOVE ACK-LGW-OUT      TO ACK-LGN-REC(33:36).
007020     MOVE WS-AGE-DISP      TO ACK-LGN-REC(27:3).
007030     MOVE ACK-LGW-RTX-FLAG TO ACK-LGN-REC(31:1).
007031     MOVE ACK-LGW-RECNO    TO ACK-LGN-REC(70:7).
007032     MOVE ACK-LGW-SRC      TO ACK-LGN-REC(78:2).
007033     MOVE ACK-LGW-PAIR-DATE TO ACK-LGN-REC(81:8).
007034     MOVE ACK-LGW-TYPE     TO ACK-LGN-REC(90:1).
007035     MOVE ACK-LGW-ORIG-SEQ TO ACK-LGN-REC(92:7).
007036     MOVE ACK-LGW-ORIG-DATE TO ACK-LGN-REC(100:8).
007040     WRITE ACK-LGN-REC.
007050 5400-WRITE-LEDGER-ROW-EXIT.
007060     EXIT.
007150         " OF "                  DELIMITED BY SIZE
007160         ACK-LGW-DATE            DELIMITED BY SIZE
007170         " OUT=["                DELIMITED BY SIZE
007171         FUNCTION TRIM(ACK-LGW-OUT) DELIMITED BY SIZE
007172         "] AGE "                DELIMITED BY SIZE
007173         WS-AGE-DISP             DELIMITED BY SIZE
007174         WS-WDR-NOTE             DELIMITED BY "  "
007175         INTO ACK-RPT-REC
007176     END-STRING.
007177     WRITE ACK-RPT-REC.
007178 5500-WRITE-OUTSTANDING-LINE-EXIT.
007179     EXIT.
007180
007181*----------------------------------------------------------------
007182 5600-WRITE-ESCALATION-LINE.
007183*----------------------------------------------------------------
007184     ADD 1 TO WS-ESCALATE-COUNT.
007185     MOVE SPACES TO ACK-RPT-REC.
007186     STRING
007187         "  ESCALATION: SEQ "    DELIMITED BY SIZE
007188         ACK-LGW-SEQ             DELIMITED BY SIZE
007189         " OF "                  DELIMITED BY SIZE
007190         ACK-LGW-DATE            DELIMITED BY SIZE
007191         " OUT=["                DELIMITED BY SIZE
007192         FUNCTION TRIM(ACK-LGW-OUT) DELIMITED BY SIZE
007193         "] AGE "                DELIMITED BY SIZE
007194         WS-AGE-DISP             DELIMITED BY SIZE
007195         WS-WDR-NOTE             DELIMITED BY "  "
007196         " - PAST THRESHOLD, CALL THE DESK"
007197                                 DELIMITED BY SIZE
007198         INTO ACK-RPT-REC
007199     END-STRING.
007200     WRITE ACK-RPT-REC.
007201 5600-WRITE-ESCALATION-LINE-EXIT.
007202     EXIT.
007203
007204*----------------------------------------------------------------
007205*    SEND EVERY PAIR REFUSED IN THIS RUN BACK TO THE RECYCLE
007206*    FLOW. ONE PASS OVER THE KEPT AUDIT GENERATIONS (ABCAUDS,
007207*    MAIN AND EXPRESS, OPENED ONLY WHEN THERE IS SOMETHING TO
007208*    FIND) PICKS OUT EACH REFUSED PAIR BY ITS AUDIT DATE AND
007209*    RECORD NUMBER AND REBUILDS IT ONTO ABCAKY IN THE ABCRCY
007210*    LAYOUT ABCFIX READS. A REFUSED PAIR THE AUDIT TRAIL NO
007211*    LONGER HOLDS IS LISTED AS NOT RECYCLED.
007212*----------------------------------------------------------------
007213 6000-RECYCLE-REFUSED-PAIRS.
007214*----------------------------------------------------------------
007215     IF WS-NAK-PENDING-COUNT = ZERO
007216         GO TO 6000-RECYCLE-REFUSED-PAIRS-EXIT
007217     END-IF.
007218     OPEN INPUT ACK-AUD-FILE.
007219     IF ABCAUDS-OK
007220         MOVE "N" TO WS-AUD-EOF-SW
007221         PERFORM 6100-MATCH-ONE-AUDIT-RECORD
007222             THRU 6100-MATCH-ONE-AUDIT-RECORD-EXIT
007223             UNTIL WS-AUD-EOF
007224                 OR WS-RECYCLED-COUNT = WS-NAK-PENDING-COUNT
007225         CLOSE ACK-AUD-FILE
007226     ELSE
007227         DISPLAY "ABCACK: UNABLE TO OPEN ABCAUDS, STATUS="
007228             WS-ABCAUDS-STATUS " - REFUSALS NOT RECYCLED"
007229     END-IF.
007230
007231     IF WS-RECYCLED-COUNT < WS-NAK-PENDING-COUNT
007232         MOVE "N" TO WS-NKW-EOF-SW
007233         MOVE LOW-VALUES TO ACK-NKW-KEY
007234         START ACK-NKW-FILE KEY NOT < ACK-NKW-KEY
007235             INVALID KEY
007236                 SET WS-NKW-EOF TO TRUE
007237         END-START
007238         PERFORM 6300-LIST-ONE-UNRECYCLED
007239             THRU 6300-LIST-ONE-UNRECYCLED-EXIT
007240             UNTIL WS-NKW-EOF
007241     END-IF.
007242 6000-RECYCLE-REFUSED-PAIRS-EXIT.
007243     EXIT.
007244
007245*----------------------------------------------------------------
007246*    ONE AUDIT RECORD - THE RECORD NUMBER IS IN COLS 5-11 AND
007247*    THE DATE IS FOUND BY NAME. A REFUSED PAIR IS TAKEN ONCE,
007248*    AND ONLY UNDER THE SOURCE-ID THE LEDGER KNEW IT BY.
007249*----------------------------------------------------------------
007250 6100-MATCH-ONE-AUDIT-RECORD.
007251*----------------------------------------------------------------
007252     READ ACK-AUD-FILE
007253         AT END
007254             SET WS-AUD-EOF TO TRUE
007255     END-READ.
007256     IF WS-AUD-EOF OR ACK-AUD-REC(1:4) NOT = "REC "
007257         GO TO 6100-MATCH-ONE-AUDIT-RECORD-EXIT
007258     END-IF.
007259     MOVE ACK-AUD-REC(5:7) TO WS-AUD-RECNO.
007260     MOVE SPACES TO WS-AUD-REST.
007261     UNSTRING ACK-AUD-REC
007262         DELIMITED BY "DATE="
007263         INTO WS-AUD-SCRAP, WS-AUD-REST
007264     END-UNSTRING.
007265     MOVE WS-AUD-REST(1:8) TO WS-AUD-DATE.
007266
007267     MOVE WS-AUD-DATE  TO ACK-NKW-PAIR-DATE.
007268     MOVE WS-AUD-RECNO TO ACK-NKW-RECNO.
007269     READ ACK-NKW-FILE
007270         INVALID KEY
007271             CONTINUE
007272     END-READ.
007273     IF NOT ABCNKW-OK OR ACK-NKW-RECYCLED
007274         GO TO 6100-MATCH-ONE-AUDIT-RECORD-EXIT
007275     END-IF.
007276
007277     MOVE SPACES TO WS-AUD-REST.
007278     UNSTRING ACK-AUD-REC
007279         DELIMITED BY "SRC="
007280         INTO WS-AUD-SCRAP, WS-AUD-REST
007281     END-UNSTRING.
007282     MOVE WS-AUD-REST(1:2) TO WS-AUD-SRC.
007283     IF ACK-NKW-SRC NOT = SPACES
007284             AND WS-AUD-SRC NOT = ACK-NKW-SRC
007285         GO TO 6100-MATCH-ONE-AUDIT-RECORD-EXIT
007286     END-IF.
007287
007288     PERFORM 6200-WRITE-RECYCLE-PAIR
007289         THRU 6200-WRITE-RECYCLE-PAIR-EXIT.
007290     MOVE "Y" TO ACK-NKW-DONE-FLAG.
007291     REWRITE ACK-NKW-REC
007292         INVALID KEY
007293             CONTINUE
007294     END-REWRITE.
007295 6100-MATCH-ONE-AUDIT-RECORD-EXIT.
007296     EXIT.
007297
007298*----------------------------------------------------------------
007299*    REBUILD THE PAIR FROM ITS AUDIT RECORD IN ABCIN'S OWN
007300*    SHAPE - AN A/B/C PAIR AS "A B C" OVER ITS THREE-LETTER
007301*    TEMPLATE, A GROUP AS "NN I1 .. IN" OVER "NN R1 .. RN" - WITH
007302*    THE SOURCE-ID STAMPED IN COLS 49-50 AND A RESUBMITTED
007303*    PAIR'S ORIGINAL RECORD NUMBER IN 42-48 (AND ITS RCY DATE IN
007304*    LINE-2 41-48), AS ABCCOL AND ABCFIX LEAVE THEM. THE RCY TAG
007305*    IS ABC'S: AUDIT DATE, THE ORIGINAL RECORD NUMBER (RESUB=
007306*    WHEN THERE IS ONE), AND THE REASON FROM COL 22.
007307*----------------------------------------------------------------
007308 6200-WRITE-RECYCLE-PAIR.
007309*----------------------------------------------------------------
007310     MOVE SPACES TO WS-AUD-TMPL, WS-AUD-RESUB, WS-AUD-ORIG-TEXT,
007311         WS-AUD-RANK-TEXT, WS-AUD-RCYDATE.
007312
007313     MOVE SPACES TO WS-AUD-REST.
007314     UNSTRING ACK-AUD-REC
007315         DELIMITED BY "ORIG=["
007316         INTO WS-AUD-SCRAP, WS-AUD-REST
007317     END-UNSTRING.
007318     UNSTRING WS-AUD-REST
007319         DELIMITED BY "]"
007320         INTO WS-AUD-ORIG-TEXT
007321     END-UNSTRING.
007322
007323     MOVE SPACES TO WS-AUD-REST.
007324     UNSTRING ACK-AUD-REC
007325         DELIMITED BY "TMPL="
007326         INTO WS-AUD-SCRAP, WS-AUD-REST
007327     END-UNSTRING.
007328     MOVE WS-AUD-REST(1:3) TO WS-AUD-TMPL.
007329
007330     MOVE SPACES TO WS-AUD-REST.
007331     UNSTRING ACK-AUD-REC
007332         DELIMITED BY "RESUB="
007333         INTO WS-AUD-SCRAP, WS-AUD-REST
007334     END-UNSTRING.
007335     IF WS-AUD-REST(1:7) NUMERIC
007336         MOVE WS-AUD-REST(1:7) TO WS-AUD-RESUB
007337         MOVE WS-AUD-RESUB TO WS-RCY-TAG-REC
007338     ELSE
007339         MOVE WS-AUD-RECNO TO WS-RCY-TAG-REC
007340     END-IF.
007341
007342     MOVE SPACES TO WS-AUD-REST.
007343     UNSTRING ACK-AUD-REC
007344         DELIMITED BY "RCYDATE="
007345         INTO WS-AUD-SCRAP, WS-AUD-REST
007346     END-UNSTRING.
007347     IF WS-AUD-RESUB NOT = SPACES AND WS-AUD-REST(1:8) NUMERIC
007348         MOVE WS-AUD-REST(1:8) TO WS-AUD-RCYDATE
007349     END-IF.
007350
007351     MOVE SPACES TO WS-RCY-LINE1, WS-RCY-LINE2.
007352     IF WS-AUD-TMPL(1:1) = "N" AND WS-AUD-TMPL(2:2) NUMERIC
007353         MOVE SPACES TO WS-AUD-REST
007354         UNSTRING ACK-AUD-REC
007355             DELIMITED BY "RANK=["
007356             INTO WS-AUD-SCRAP, WS-AUD-REST
007357         END-UNSTRING
007358         UNSTRING WS-AUD-REST
007359             DELIMITED BY "]"
007360             INTO WS-AUD-RANK-TEXT
007361         END-UNSTRING
007362         STRING
007363             WS-AUD-TMPL(2:2)    DELIMITED BY SIZE
007364             " "                 DELIMITED BY SIZE
007365             FUNCTION TRIM(WS-AUD-ORIG-TEXT) DELIMITED BY SIZE
007366             INTO WS-RCY-LINE1
007367         END-STRING
007368         STRING
007369             WS-AUD-TMPL(2:2)    DELIMITED BY SIZE
007370             " "                 DELIMITED BY SIZE
007371             FUNCTION TRIM(WS-AUD-RANK-TEXT) DELIMITED BY SIZE
007372             INTO WS-RCY-LINE2
007373         END-STRING
007374     ELSE
007375         MOVE SPACES TO WS-AUD-T1, WS-AUD-T2, WS-AUD-T3
007376         UNSTRING WS-AUD-ORIG-TEXT
007377             DELIMITED BY ALL " "
007378             INTO WS-AUD-T1, WS-AUD-T2, WS-AUD-T3
007379         END-UNSTRING
007380         STRING
007381             WS-AUD-T1           DELIMITED BY SPACE
007382             " "                 DELIMITED BY SIZE
007383             WS-AUD-T2           DELIMITED BY SPACE
007384             " "                 DELIMITED BY SIZE
007385             WS-AUD-T3           DELIMITED BY SPACE
007386             INTO WS-RCY-LINE1
007387         END-STRING
007388         MOVE WS-AUD-TMPL TO WS-RCY-LINE2
007389     END-IF.
007390     IF WS-AUD-RESUB NOT = SPACES
007391         MOVE WS-AUD-RESUB TO WS-RCY-LINE1(42:7)
007392     END-IF.
007393     IF WS-AUD-RCYDATE NOT = SPACES
007394         MOVE WS-AUD-RCYDATE TO WS-RCY-LINE2(41:8)
007395     END-IF.
007396     IF WS-AUD-SRC NOT = "??"
007397         MOVE WS-AUD-SRC TO WS-RCY-LINE1(49:2)
007398     END-IF.
007399
007400     MOVE SPACES TO ACK-AKY-REC.
007401     STRING
007402         "RCY "                  DELIMITED BY SIZE
007403         WS-AUD-DATE             DELIMITED BY SIZE
007404         " "                     DELIMITED BY SIZE
007405         WS-RCY-TAG-REC          DELIMITED BY SIZE
007406         " REFUSED DOWNSTREAM "  DELIMITED BY SIZE
007407         ACK-NKW-REASON-CODE     DELIMITED BY SIZE
007408         " "                     DELIMITED BY SIZE
007409         ACK-NKW-REASON-TEXT     DELIMITED BY SIZE
007410         INTO ACK-AKY-REC
007411     END-STRING.
007412     WRITE ACK-AKY-REC.
007413     MOVE WS-RCY-LINE1 TO ACK-AKY-REC.
007414     WRITE ACK-AKY-REC.
007415     MOVE WS-RCY-LINE2 TO ACK-AKY-REC.
007416     WRITE ACK-AKY-REC.
007417     ADD 1 TO WS-RECYCLED-COUNT.
007418
007419     MOVE SPACES TO ACK-RPT-REC.
007420     STRING
007421         "  RECYCLED: SEQ "      DELIMITED BY SIZE
007422         ACK-NKW-SEQ             DELIMITED BY SIZE
007423         " REC "                 DELIMITED BY SIZE
007424         WS-AUD-RECNO            DELIMITED BY SIZE
007425         " OF "                  DELIMITED BY SIZE
007426         WS-AUD-DATE             DELIMITED BY SIZE
007427         " SRC="                 DELIMITED BY SIZE
007428         WS-AUD-SRC              DELIMITED BY SIZE
007429         " TO ABCAKY AS RCY REC " DELIMITED BY SIZE
007430         WS-RCY-TAG-REC          DELIMITED BY SIZE
007431         INTO ACK-RPT-REC
007432     END-STRING.
007433     WRITE ACK-RPT-REC.
007434 6200-WRITE-RECYCLE-PAIR-EXIT.
007435     EXIT.
007436
007437*----------------------------------------------------------------
007438 6300-LIST-ONE-UNRECYCLED.
007439*----------------------------------------------------------------
007440     READ ACK-NKW-FILE NEXT RECORD
007441         AT END
007442             SET WS-NKW-EOF TO TRUE
007443     END-READ.
007444     IF WS-NKW-EOF OR ACK-NKW-RECYCLED
007445         GO TO 6300-LIST-ONE-UNRECYCLED-EXIT
007446     END-IF.
007447     ADD 1 TO WS-NORCY-COUNT.
007448     MOVE SPACES TO ACK-RPT-REC.
007449     STRING
007450         "  NOT RECYCLED: SEQ "  DELIMITED BY SIZE
007451         ACK-NKW-SEQ             DELIMITED BY SIZE
007452         " REC "                 DELIMITED BY SIZE
007453         ACK-NKW-RECNO           DELIMITED BY SIZE
007454         " OF "                  DELIMITED BY SIZE
007455         ACK-NKW-PAIR-DATE       DELIMITED BY SIZE
007456         " SRC="                 DELIMITED BY SIZE
007457         ACK-NKW-SRC             DELIMITED BY SIZE
007458         " - NOT ON THE KEPT AUDIT TRAIL"
007459                                 DELIMITED BY SIZE
007460         INTO ACK-RPT-REC
007461     END-STRING.
007462     WRITE ACK-RPT-REC.
007463 6300-LIST-ONE-UNRECYCLED-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------
007680         INTO ACK-RPT-REC
007690     END-STRING.
007700     WRITE ACK-RPT-REC.
007701     MOVE SPACES TO ACK-RPT-REC.
007702     STRING
007703         "  REFUSED: "           DELIMITED BY SIZE
007704         WS-REFUSED-COUNT        DELIMITED BY SIZE
007705         "  RECYCLED TO ABCAKY: " DELIMITED BY SIZE
007706         WS-RECYCLED-COUNT       DELIMITED BY SIZE
007707         "  NOT RECYCLED: "      DELIMITED BY SIZE
007708         WS-NORCY-COUNT          DELIMITED BY SIZE
007709         "  WITHDRAWALS TAKEN ON: " DELIMITED BY SIZE
007710         WS-WDR-TAKEON-COUNT     DELIMITED BY SIZE
007711         "  WITHDRAWALS REFUSED: " DELIMITED BY SIZE
007712         WS-WDR-REFUSED-COUNT    DELIMITED BY SIZE
007713         INTO ACK-RPT-REC
007714     END-STRING.
007715     WRITE ACK-RPT-REC.
007716     IF WS-DUP-TAKEON-COUNT > ZERO
007720         MOVE SPACES TO ACK-RPT-REC
007730         STRING
007740             "  NOTE - "         DELIMITED BY SIZE
007820     IF WS-ESCALATE-COUNT > ZERO
007830         DISPLAY "ABCACK: " WS-ESCALATE-COUNT
007840             " LEDGER ENTRIES PAST ESCALATION - SEE ABCAKR"
007841     END-IF.
007842     IF WS-NORCY-COUNT > ZERO
007843         DISPLAY "ABCACK: " WS-NORCY-COUNT
007844             " REFUSED PAIRS NOT RECYCLED - SEE ABCAKR"
007845     END-IF.
007846     IF WS-WDR-REFUSED-COUNT > ZERO
007847         DISPLAY "ABCACK: " WS-WDR-REFUSED-COUNT
007848             " WITHDRAWALS REFUSED - SEE ABCAKR"
007850     END-IF.
007860 7000-WRITE-TOTALS-EXIT.
007870     EXIT.
008070     IF ABCAKR-OK
008080         CLOSE ACK-RPT-FILE
008090     END-IF.
008091     IF ABCAKY-OK
008092         CLOSE ACK-AKY-FILE
008093     END-IF.
008094     IF WS-NKW-OPEN
008095         CLOSE ACK-NKW-FILE
008096     END-IF.
008100
008110     PERFORM 9700-SET-RETURN-CODE
008120         THRU 9700-SET-RETURN-CODE-EXIT.
008230*            ARE NOT DUE UNTIL TOMORROW.
008240*        04  ITEMS OUTSTANDING FROM PRIOR NIGHTS, AND/OR A
008250*            RETRANSMISSION CUT WAS PRODUCED - THE SYSTEM IS
008260*            RECOVERING, SEE ABCAKR AND SHIP ABCRTX - AND/OR
008265*            DETAILS WERE REFUSED AND ALL RECYCLED TO ABCAKY.
008270*        08  ONE OR MORE LEDGER ENTRIES ARE PAST THE ESCALATION
008280*            THRESHOLD - RETRANSMITTED AND STILL UNACKNOWLEDGED,
008290*            OR ALREADY OVER-AGE AT FIRST RETRANSMISSION - AND
008300*            THE DESK MUST CHASE THE DOWNSTREAM ENGINE - OR A
008302*            REFUSED PAIR COULD NOT BE RECYCLED AND THE DESK
008304*            MUST RECOVER IT BY HAND - OR A WITHDRAWAL WAS
008306*            REFUSED AND ITS OUT IS STILL LIVE DOWNSTREAM.
008310*        16  FATAL - A REQUIRED FILE COULD NOT BE OPENED OR THE
008320*            LEDGER WORK FILE FAILED; THE PRIOR LEDGER
008330*            GENERATION IS STILL THE ONE TO TRUST.
008380         MOVE 16 TO RETURN-CODE
008390     ELSE
008400         IF WS-ESCALATE-COUNT > ZERO
008403                 OR WS-NORCY-COUNT > ZERO
008406                 OR WS-WDR-REFUSED-COUNT > ZERO
008410             MOVE 08 TO RETURN-CODE
008420         ELSE
008430         IF WS-RETRANS-COUNT > ZERO
008440                 OR WS-AGED-COUNT > ZERO
008445                 OR WS-REFUSED-COUNT > ZERO
008450             MOVE 04 TO RETURN-CODE
008460         ELSE
008470             MOVE 00 TO RETURN-CODE
008560*    RUN-CONTROL FILE - COUNT 1 IS DETAILS TRANSMITTED TONIGHT,
008570*    COUNT 2 LEDGER ENTRIES RETIRED BY ACKS, COUNT 3 ENTRIES
008580*    STILL OUTSTANDING ON THE CARRIED LEDGER. A FILE THAT WILL
008590*    NOT OPEN COSTS ONLY THE MILESTONE, NOT THE MATCH. IT IS
008595*    DATED WITH TONIGHT'S XH BUSINESS DATE, AS ABCXMT DATES ITS.
008600*----------------------------------------------------------------
008610 9900-WRITE-RUN-CONTROL.
008620*----------------------------------------------------------------
008700     END-IF.
008710     MOVE SPACES TO ACK-RUN-REC.
008720     MOVE "ABCACK"        TO ACK-RUN-REC(1:8).
008722     IF WS-XH-DATE NOT = SPACES
008724         MOVE WS-XH-DATE  TO ACK-RUN-REC(10:8)
008726     ELSE
008728         MOVE WS-RUN-DATE TO ACK-RUN-REC(10:8)
008730     END-IF.
008740     MOVE WS-START-TIME   TO ACK-RUN-REC(19:6).
008750     MOVE WS-END-TIME     TO ACK-RUN-REC(26:6).
008760     MOVE RETURN-CODE     TO WS-RC-DISP.
