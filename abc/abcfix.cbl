000390*                                  2 (REPLACE LINE-2), D (DROP)
000400*                      COLS 3-9    RECORD NUMBER FROM THE RCY TAG
000410*                      COLS 11-50  REPLACEMENT TEXT (1 AND 2)
000411* 10/15/2026 CAM   EVERY DROPPED REJECT IS ALSO WRITTEN TO ABCFXD
000412*                  (FIXDROP GENERATION) SO ABCORJ CAN RETIRE IT
000413*                  FROM THE OPEN-REJECT INVENTORY. LAYOUT:
000414*                      COLS  1-3   "DRP"
000415*                      COLS  5-12  BUSINESS DATE FROM THE RCY TAG
000416*                      COLS 14-20  RECORD NUMBER FROM THE RCY TAG
000417*                      COLS 22-23  SOURCE-ID (LINE-1 COLS 49-50)
000418*                      COLS 25-49  REJECT REASON
000419* 10/15/2026 CAM   RECORD NUMBERS ARE POSITIONAL PER RUN, SO ONCE
000420*                  ABCRCY CARRIES NAKRCY REFUSALS FROM EARLIER
000421*                  NIGHTS THE SAME NUMBER CAN SIT ON MORE THAN ONE
000422*                  REJECT. A TRANSACTION MAY NOW GIVE THE RCY
000423*                  TAG'S BUSINESS DATE AS WELL, AND IT APPLIES
000424*                  ONLY WHEN EXACTLY ONE REJECT MATCHES - ONE THAT
000425*                  MATCHES SEVERAL IS REJECTED AS AMBIGUOUS, AND
000426*                  ABCFXR NOW GIVES THE REASON FOR EVERY REJECTED
000427*                  TRANSACTION.
000428*                  THE RESUBMITTED LINE-2 CARRIES THE RCY DATE IN
000429*                  COLS 41-48 SO ABC (RCYDATE=) AND ABCORJ CAN TIE
000430*                  THE RESUBMISSION TO THE EXACT REJECT. LAYOUT:
000431*                      COL  1      ACTION - 1 (REPLACE LINE-1),
000432*                                  2 (REPLACE LINE-2), D (DROP)
000433*                      COLS 3-9    RECORD NUMBER FROM THE RCY TAG
000434*                      COLS 11-50  REPLACEMENT TEXT (1 AND 2)
000435*                      COLS 52-59  BUSINESS DATE FROM THE RCY TAG
000436*                                  (NEEDED ONLY WHEN THE RECORD
000437*                                  NUMBER ALONE IS AMBIGUOUS)
000438*----------------------------------------------------------------
000439
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ABCFXR-STATUS.
000620
000622     SELECT FIX-DRP-FILE ASSIGN TO "ABCFXD"
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS WS-ABCFXD-STATUS.
000628
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  FIX-RCY-FILE.
000720     05  FIX-TRAN-RECNO          PIC X(07).
000730     05  FILLER                  PIC X(01).
000740     05  FIX-TRAN-TEXT           PIC X(40).
000750     05  FILLER                  PIC X(01).
000752     05  FIX-TRAN-DATE           PIC X(08).
000754     05  FILLER                  PIC X(21).
000760
000770 FD  FIX-RSB-FILE.
000780 01  FIX-RSB-REC                 PIC X(50).
000800 FD  FIX-RPT-FILE.
000810 01  FIX-RPT-REC                 PIC X(100).
000820
000822 FD  FIX-DRP-FILE.
000824 01  FIX-DRP-REC                 PIC X(80).
000826
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------
000850* FILE STATUS AND END-OF-FILE SWITCHES
000970
000980 01  WS-ABCFXR-STATUS            PIC X(02).
000990     88  ABCFXR-OK               VALUE "00".
000992
000994 01  WS-ABCFXD-STATUS            PIC X(02).
000996     88  ABCFXD-OK               VALUE "00".
001000
001010 01  WS-SWITCHES.
001020     05  WS-RCY-EOF-SW           PIC X(01)  VALUE "N".
001300     05  WS-RCY-MAX              PIC 9(03)  VALUE 500.
001310     05  WS-RCY-SUB              PIC 9(03)  COMP  VALUE ZERO.
001320     05  WS-RCY-HIT              PIC 9(03)  COMP  VALUE ZERO.
001325     05  WS-RCY-MATCHES          PIC 9(03)  COMP  VALUE ZERO.
001330     05  WS-RCY-TBL-COUNT        PIC 9(03)  VALUE ZERO.
001340
001350 01  WS-RCY-TABLE.
001460     05  WS-TAG-DATE             PIC X(08).
001470     05  WS-TAG-RECNO            PIC X(07).
001480     05  WS-TAG-REASON           PIC X(25).
001485     05  WS-TRAN-REASON          PIC X(60).
001490
001500 PROCEDURE DIVISION.
001510*----------------------------------------------------------------
002030         IF NOT ABCFXR-OK
002040             DISPLAY "ABCFIX: UNABLE TO OPEN ABCFXR, STATUS="
002050                 WS-ABCFXR-STATUS
002051             MOVE "Y" TO WS-FATAL-SW
002052         END-IF
002053     END-IF.
002054
002055     IF NOT WS-FATAL-ERROR
002056         OPEN OUTPUT FIX-DRP-FILE
002057         IF NOT ABCFXD-OK
002058             DISPLAY "ABCFIX: UNABLE TO OPEN ABCFXD, STATUS="
002059                 WS-ABCFXD-STATUS
002060             MOVE "Y" TO WS-FATAL-SW
002070         END-IF
002080     END-IF.
002980             AND FIX-TRAN-ACTION NOT = "2"
002990             AND FIX-TRAN-ACTION NOT = "D"
003000         SET WS-TRAN-BAD TO TRUE
003005         MOVE "BAD ACTION" TO WS-TRAN-REASON
003010         PERFORM 3500-WRITE-TRAN-LINE
003020             THRU 3500-WRITE-TRAN-LINE-EXIT
003030         GO TO 3000-PROCESS-TRANSACTION-EXIT
003050
003060     IF FIX-TRAN-RECNO NOT NUMERIC
003070         SET WS-TRAN-BAD TO TRUE
003075         MOVE "BAD RECORD NUMBER" TO WS-TRAN-REASON
003080         PERFORM 3500-WRITE-TRAN-LINE
003090             THRU 3500-WRITE-TRAN-LINE-EXIT
003100         GO TO 3000-PROCESS-TRANSACTION-EXIT
003110     END-IF.
003111     IF FIX-TRAN-DATE NOT = SPACES
003112             AND FIX-TRAN-DATE NOT NUMERIC
003113         SET WS-TRAN-BAD TO TRUE
003114         MOVE "BAD RCY DATE" TO WS-TRAN-REASON
003115         PERFORM 3500-WRITE-TRAN-LINE
003116             THRU 3500-WRITE-TRAN-LINE-EXIT
003117         GO TO 3000-PROCESS-TRANSACTION-EXIT
003118     END-IF.
003120
003130     PERFORM 3100-FIND-REJECT
003140         THRU 3100-FIND-REJECT-EXIT.
003150     IF NOT WS-KEY-FOUND
003160         SET WS-TRAN-BAD TO TRUE
003161         EVALUATE TRUE
003162             WHEN WS-RCY-MATCHES = ZERO
003163                 MOVE "NOT ON RECYCLE FILE" TO WS-TRAN-REASON
003164             WHEN FIX-TRAN-DATE = SPACES
003165                 MOVE "AMBIGUOUS - GIVE RCY DATE IN COLS 52-59"
003166                     TO WS-TRAN-REASON
003167             WHEN OTHER
003168                 MOVE "AMBIGUOUS - DATE AND RECORD NUMBER TWICE"
003169                     TO WS-TRAN-REASON
003170         END-EVALUATE
003171         PERFORM 3500-WRITE-TRAN-LINE
003180             THRU 3500-WRITE-TRAN-LINE-EXIT
003190         GO TO 3000-PROCESS-TRANSACTION-EXIT
003200     END-IF.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003462*    THE WHOLE TABLE IS SEARCHED - A TRANSACTION APPLIES ONLY TO
003464*    A REJECT IT NAMES UNIQUELY (RECORD NUMBER, AND THE RCY DATE
003466*    WHEN ONE IS GIVEN), NEVER TO THE FIRST OF SEVERAL.
003468*----------------------------------------------------------------
003470 3100-FIND-REJECT.
003480*----------------------------------------------------------------
003490     MOVE "N" TO WS-KEY-FOUND-SW.
003500     MOVE ZERO TO WS-RCY-HIT, WS-RCY-MATCHES.
003510     PERFORM 3110-MATCH-ONE-REJECT
003520         THRU 3110-MATCH-ONE-REJECT-EXIT
003530         VARYING WS-RCY-SUB FROM 1 BY 1
003540         UNTIL WS-RCY-SUB > WS-RCY-TBL-COUNT.
003545     IF WS-RCY-MATCHES = 1
003550         SET WS-KEY-FOUND TO TRUE
003555     END-IF.
003560 3100-FIND-REJECT-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------------
003600 3110-MATCH-ONE-REJECT.
003610*----------------------------------------------------------------
003620     IF WS-RCY-RECNO(WS-RCY-SUB) NOT = FIX-TRAN-RECNO
003622         GO TO 3110-MATCH-ONE-REJECT-EXIT
003624     END-IF.
003626     IF FIX-TRAN-DATE NOT = SPACES
003628             AND WS-RCY-DATE(WS-RCY-SUB) NOT = FIX-TRAN-DATE
003630         GO TO 3110-MATCH-ONE-REJECT-EXIT
003632     END-IF.
003634     ADD 1 TO WS-RCY-MATCHES.
003640     MOVE WS-RCY-SUB TO WS-RCY-HIT.
003660 3110-MATCH-ONE-REJECT-EXIT.
003670     EXIT.
003680
003810             FIX-TRAN-ACTION       DELIMITED BY SIZE
003820             " "                   DELIMITED BY SIZE
003830             FIX-TRAN-RECNO        DELIMITED BY SIZE
003832             " "                   DELIMITED BY SIZE
003834             FIX-TRAN-DATE         DELIMITED BY SIZE
003840             "  APPLIED"           DELIMITED BY SIZE
003850             INTO FIX-RPT-REC
003860         END-STRING
003900             FIX-TRAN-ACTION       DELIMITED BY SIZE
003910             " "                   DELIMITED BY SIZE
003920             FIX-TRAN-RECNO        DELIMITED BY SIZE
003922             " "                   DELIMITED BY SIZE
003924             FIX-TRAN-DATE         DELIMITED BY SIZE
003930             "  REJECTED - "       DELIMITED BY SIZE
003950             WS-TRAN-REASON        DELIMITED BY "  "
003960             INTO FIX-RPT-REC
003970         END-STRING
003980     END-IF.
004445                 TO FIX-RSB-REC(49:2)
004450             WRITE FIX-RSB-REC
004460             MOVE WS-RCY-LINE2(WS-RCY-SUB) TO FIX-RSB-REC
004461*            LINE-2 COLS 41-48 CARRY THE RCY DATE, SO WITH THE
004462*            RECORD NUMBER ON LINE-1 THE RESUBMISSION NAMES THE
004463*            EXACT REJECT IT CAME FROM.
004464             MOVE WS-RCY-DATE(WS-RCY-SUB)
004465                 TO FIX-RSB-REC(41:8)
004470             WRITE FIX-RSB-REC
004480             PERFORM 8200-WRITE-STATE-LINE
004490                 THRU 8200-WRITE-STATE-LINE-EXIT
004500         WHEN "D"
004510             ADD 1 TO WS-DROP-COUNT
004511             MOVE SPACES TO FIX-DRP-REC
004512             MOVE "DRP"                     TO FIX-DRP-REC(1:3)
004513             MOVE WS-RCY-DATE(WS-RCY-SUB)   TO FIX-DRP-REC(5:8)
004514             MOVE WS-RCY-RECNO(WS-RCY-SUB)  TO FIX-DRP-REC(14:7)
004515             MOVE WS-RCY-LINE1(WS-RCY-SUB)(49:2)
004516                 TO FIX-DRP-REC(22:2)
004517             MOVE WS-RCY-REASON(WS-RCY-SUB) TO FIX-DRP-REC(25:25)
004518             WRITE FIX-DRP-REC
004520             PERFORM 8200-WRITE-STATE-LINE
004530                 THRU 8200-WRITE-STATE-LINE-EXIT
004540         WHEN OTHER
005040     IF ABCFXR-OK
005050         CLOSE FIX-RPT-FILE
005060     END-IF.
005062     IF ABCFXD-OK
005064         CLOSE FIX-DRP-FILE
005066     END-IF.
005070
005080     PERFORM 9700-SET-RETURN-CODE
005090         THRU 9700-SET-RETURN-CODE-EXIT.
