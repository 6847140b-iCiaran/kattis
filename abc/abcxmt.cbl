000436*                  RUN-CONTROL FILE AT END OF JOB FOR THE
000437*                  ABCSTA NIGHT-STATUS REPORT. THE EXPRESS CUT
000438*                  WRITES STEP ID ABCXMT-X SO BOTH CUTS SHOW.
000439* 10/15/2026 CAM   N-ELEMENT ROUTING GROUPS. ABCOUT IS NOW 36
000440*                  BYTES - TWELVE THREE-BYTE SLOTS, AN A/B/C PAIR
000441*                  USING THE FIRST THREE - AND THE XD CARRIES THE
000442*                  WHOLE OUT FROM COL 21 (COLS 21-56), SO A
000443*                  PAIR'S XD IS UNCHANGED AND A GROUP'S CARRIES
000444*                  EVERY ITEM.
000445* 10/15/2026 CAM   EVERY XD NOW CARRIES ITS PAIR'S IDENTITY
000446*                  BEHIND THE OUT - ABCIN RECORD NUMBER, SOURCE-ID
000447*                  AND THE AUDIT DATE THE PAIR WAS FILED UNDER
000448*                  (DATE=; A PAIR RELEASED FROM HOLD IS FILED
000449*                  UNDER THE RELEASE NIGHT'S DATE, NOT ITS
000450*                  ORIGINAL BUSINESS DATE, SO IT CANNOT MATCH A
000451*                  PAIR OF THE ORIGINAL NIGHT), TAKEN FROM THE
000452*                  NIGHT'S ABCAUD READ
000453*                  IN STEP WITH ABCOUT (ABCREC PROVES THE TWO RUN
000454*                  RECORD FOR RECORD). THAT IS THE ABCAUDM MASTER
000455*                  KEY, SO A REFUSED OR QUERIED TRANSMISSION TIES
000456*                  STRAIGHT BACK TO ITS PAIR. A MISSING OR SHORT
000457*                  AUDIT FILE SHIPS THE DETAILS WITHOUT IDENTITY
000458*                  AND ENDS THE STEP RC=04.
000459*
000460*                  DETAIL LAYOUT NOW (ABCXFR):
000461*                      COLS  1-2   XD
000462*                      COLS  4-10  SEQUENCE NUMBER
000463*                      COLS 12-19  BUSINESS DATE
000464*                      COLS 21-56  OUT (ABCOUT LAYOUT)
000465*                      COLS 58-64  ABCIN RECORD NUMBER
000466*                      COLS 66-67  SOURCE-ID
000467*                      COLS 69-76  AUDIT DATE OF THE PAIR
000468*----------------------------------------------------------------
000469
000470 ENVIRONMENT DIVISION.
000471 INPUT-OUTPUT SECTION.
000472 FILE-CONTROL.
000480     SELECT XMT-OUT-FILE ASSIGN TO "ABCOUT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ABCOUT-STATUS.
000586         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS WS-ABCRUN-STATUS.
000590
000592     SELECT XMT-AUD-FILE ASSIGN TO "ABCAUD"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-ABCAUD-STATUS.
000598
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  XMT-OUT-FILE.
000660     05  XMT-OUT-B               PIC X(02).
000670     05  FILLER                  PIC X(01).
000680     05  XMT-OUT-C               PIC X(02).
000685     05  FILLER                  PIC X(28).
000690
000700 FD  XMT-XFR-FILE.
000710 01  XMT-XFR-REC                 PIC X(80).
000742
000744 FD  XMT-RUN-FILE.
000746 01  XMT-RUN-REC                 PIC X(80).
000747
000748 FD  XMT-AUD-FILE.
000749 01  XMT-AUD-REC                 PIC X(256).
000750
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------
000854 01  WS-ABCRUN-STATUS            PIC X(02).
000856     88  ABCRUN-OK               VALUE "00".
000860
000862 01  WS-ABCAUD-STATUS            PIC X(02).
000864     88  ABCAUD-OK               VALUE "00".
000866     88  ABCAUD-EOF              VALUE "10".
000868
000870 01  WS-ABCSUM-STATUS            PIC X(02).
000880     88  ABCSUM-OK               VALUE "00".
000890     88  ABCSUM-EOF              VALUE "10".
000910 01  WS-SWITCHES.
000920     05  WS-OUT-EOF-SW           PIC X(01)  VALUE "N".
000930         88  WS-OUT-EOF          VALUE "Y".
000933     05  WS-AUD-EOF-SW           PIC X(01)  VALUE "N".
000936         88  WS-AUD-EOF          VALUE "Y".
000940     05  WS-FATAL-SW             PIC X(01)  VALUE "N".
000950         88  WS-FATAL-ERROR      VALUE "Y".
000960
000970 01  WS-COUNTERS.
000980     05  WS-SEQ-NO               PIC 9(07)  VALUE ZERO.
000982     05  WS-DTL-COUNT            PIC 9(07)  VALUE ZERO.
000986     05  WS-NOID-COUNT           PIC 9(07)  VALUE ZERO.
000990
000992*----------------------------------------------------------------
000993* THE EXPRESS CUT'S SEQUENCE RANGE STARTS PAST THIS BASE SO ITS
000998
001000 01  WS-XMT-WORK.
001010     05  WS-BUS-DATE             PIC X(08)  VALUE SPACES.
001011     05  WS-SCRAP                PIC X(132).
001012     05  WS-REST                 PIC X(132).
001013     05  WS-AUD-SCRAP            PIC X(256).
001014     05  WS-AUD-REST             PIC X(256).
001015
001016*----------------------------------------------------------------
001017* THE PAIR BEHIND THE CURRENT OUT RECORD - ITS ABCIN RECORD
001018* NUMBER, SOURCE-ID AND AUDIT DATE, LEFT BLANK WHEN THE AUDIT
001019* TRAIL HAS NO RECORD TO MATCH IT.
001020*----------------------------------------------------------------
001021 01  WS-PAIR-IDENTITY.
001022     05  WS-PAIR-RECNO           PIC X(07)  VALUE SPACES.
001023     05  WS-PAIR-SRC             PIC X(02)  VALUE SPACES.
001024     05  WS-PAIR-DATE            PIC X(08)  VALUE SPACES.
001032
001033*----------------------------------------------------------------
001034* RUN-CONTROL MILESTONE WORK AREA - ONE 80-BYTE RECORD APPENDED
001470             MOVE "Y" TO WS-FATAL-SW
001480         END-IF
001490     END-IF.
001491
001492*    THE AUDIT TRAIL SUPPLIES EACH DETAIL'S PAIR IDENTITY. ITS
001493*    LOSS COSTS THE IDENTITY, NOT THE NIGHT'S EXTRACT - THE
001494*    DETAILS STILL SHIP AND THE STEP ENDS RC=04.
001495     IF NOT WS-FATAL-ERROR
001496         OPEN INPUT XMT-AUD-FILE
001497         IF NOT ABCAUD-OK
001498             DISPLAY "ABCXMT: UNABLE TO OPEN ABCAUD, STATUS="
001499                 WS-ABCAUD-STATUS " - NO PAIR IDENTITY ON XD"
001500             SET WS-AUD-EOF TO TRUE
001501         END-IF
001502     END-IF.
001503 1000-INITIALIZE-EXIT.
001510     EXIT.
001520
001530*----------------------------------------------------------------
002100
002110     ADD 1 TO WS-SEQ-NO.
002112     ADD 1 TO WS-DTL-COUNT.
002114     PERFORM 3100-GET-PAIR-IDENTITY
002116         THRU 3100-GET-PAIR-IDENTITY-EXIT.
002120     MOVE SPACES TO XMT-XFR-REC.
002130     STRING
002140         "XD "                  DELIMITED BY SIZE
002160         " "                    DELIMITED BY SIZE
002170         WS-BUS-DATE            DELIMITED BY SIZE
002180         " "                    DELIMITED BY SIZE
002190         XMT-OUT-REC            DELIMITED BY SIZE
002200         " "                    DELIMITED BY SIZE
002210         WS-PAIR-RECNO          DELIMITED BY SIZE
002220         " "                    DELIMITED BY SIZE
002230         WS-PAIR-SRC            DELIMITED BY SIZE
002233         " "                    DELIMITED BY SIZE
002236         WS-PAIR-DATE           DELIMITED BY SIZE
002240         INTO XMT-XFR-REC
002250     END-STRING.
002260     WRITE XMT-XFR-REC.
002270 3000-TRANSMIT-ONE-RECORD-EXIT.
002271     EXIT.
002272
002273*----------------------------------------------------------------
002274*    THE NEXT AUDIT RECORD IS THE ONE BEHIND THIS OUT RECORD -
002275*    ABC WRITES THEM TOGETHER, IN THE SAME ORDER. THE RECORD
002276*    NUMBER IS IN COLS 5-11; SRC= AND DATE= ARE FOUND BY NAME
002277*    AS ABCAUC FINDS THEM. NO RECORD LEAVES THE IDENTITY BLANK.
002278*----------------------------------------------------------------
002279 3100-GET-PAIR-IDENTITY.
002280*----------------------------------------------------------------
002281     MOVE SPACES TO WS-PAIR-IDENTITY.
002282     IF NOT WS-AUD-EOF
002283         READ XMT-AUD-FILE
002284             AT END
002285                 SET WS-AUD-EOF TO TRUE
002286         END-READ
002287     END-IF.
002288     IF WS-AUD-EOF
002289         ADD 1 TO WS-NOID-COUNT
002290         GO TO 3100-GET-PAIR-IDENTITY-EXIT
002291     END-IF.
002292
002293     MOVE XMT-AUD-REC(5:7) TO WS-PAIR-RECNO.
002294
002295     MOVE SPACES TO WS-AUD-REST.
002296     UNSTRING XMT-AUD-REC
002297         DELIMITED BY "SRC="
002298         INTO WS-AUD-SCRAP, WS-AUD-REST
002299     END-UNSTRING.
002300     MOVE WS-AUD-REST(1:2) TO WS-PAIR-SRC.
002301
002302     MOVE SPACES TO WS-AUD-REST.
002303     UNSTRING XMT-AUD-REC
002304         DELIMITED BY "DATE="
002305         INTO WS-AUD-SCRAP, WS-AUD-REST
002306     END-UNSTRING.
002307     IF WS-AUD-REST(1:8) NUMERIC
002308         MOVE WS-AUD-REST(1:8) TO WS-PAIR-DATE
002309     ELSE
002310         MOVE WS-BUS-DATE TO WS-PAIR-DATE
002311     END-IF.
002312 3100-GET-PAIR-IDENTITY-EXIT.
002313     EXIT.
002314
002315*----------------------------------------------------------------
002316 4000-WRITE-TRAILER.
002320*----------------------------------------------------------------
002330     MOVE SPACES TO XMT-XFR-REC.
002340     STRING
002380     END-STRING.
002390     WRITE XMT-XFR-REC.
002400     DISPLAY "ABCXMT: TRANSMITTED " WS-DTL-COUNT " RECORDS".
002402     IF WS-NOID-COUNT > ZERO
002404         DISPLAY "ABCXMT: " WS-NOID-COUNT
002406             " DETAILS SHIPPED WITHOUT PAIR IDENTITY"
002408     END-IF.
002410 4000-WRITE-TRAILER-EXIT.
002420     EXIT.
002430
002500     IF ABCXFR-OK
002510         CLOSE XMT-XFR-FILE
002520     END-IF.
002522     IF ABCAUD-OK OR ABCAUD-EOF
002524         CLOSE XMT-AUD-FILE
002526     END-IF.
002530
002540     IF WS-FATAL-ERROR
002550         MOVE 16 TO RETURN-CODE
002560     ELSE
002565         IF WS-NOID-COUNT > ZERO
002570             MOVE 04 TO RETURN-CODE
002572         ELSE
002574             MOVE 00 TO RETURN-CODE
002576         END-IF
002580     END-IF.
002582
002584     PERFORM 9900-WRITE-RUN-CONTROL
