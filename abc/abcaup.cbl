000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ABCAUP.
000120 AUTHOR.        C MORGAN.
000130 INSTALLATION.  ROUTING SYSTEMS GROUP.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 CAM   ORIGINAL VERSION. RETENTION, ARCHIVE AND PURGE
000210*                  FOR THE ABCAUDM AUDIT MASTER, WHICH ABCAUC
000220*                  ONLY EVER APPENDS TO. A RETENTION CONTROL
000230*                  RECORD (ABCRTC) GIVES THE PERIOD IN DAYS; EVERY
000240*                  MASTER ROW WHOSE RUN DATE FALLS BEFORE THE
000250*                  CUTOFF (AS-OF DATE LESS THE PERIOD) IS WRITTEN
000260*                  TO A NEW ARCHIVE GENERATION (ABCAMA) IN THE
000270*                  UNCHANGED 180-BYTE MASTER LAYOUT, SO ABCAUQ
000280*                  CAN BE POINTED AT IT, AND THE ACTIVE MASTER IS
000290*                  REWRITTEN WITHOUT THEM (ABCAMN). ROWS KEEP
000300*                  THEIR ORDER ON BOTH. UNDATED ROWS (00000000)
000310*                  HAVE NO AGE AND ARE NEVER ARCHIVED.
000320*
000330*                  NOTHING IS PURGED THAT ABCRPR COULD STILL
000340*                  REPROCESS. THE OLDEST AUDIT DATE ON ANY KEPT
000350*                  CUT (ABCXMS - A PAIR ABCRPR CAN STILL CORRECT
000360*                  OR WITHDRAW) AND ON ANY KEPT AUDIT GENERATION
000370*                  (ABCAUDS - A ROW ABCAUC WOULD FOLD STRAIGHT
000380*                  BACK IN) IS THE REPROCESS FLOOR; IF ANY ROW
000390*                  TO BE ARCHIVED IS DATED ON OR AFTER IT THE
000400*                  PURGE IS REFUSED WHOLE AND NOTHING IS WRITTEN.
000410*
000420*                  THE PURGE CERTIFICATE (ABCAPR) SHOWS THE
000430*                  CUTOFF, THE FLOOR, AND THE ROWS, HASH TOTAL
000440*                  AND DATE RANGE BEFORE, ARCHIVED AND KEPT. BOTH
000450*                  NEW GENERATIONS ARE READ BACK AND MUST BALANCE
000460*                  TO THE OLD MASTER, ROW FOR ROW AND HASH FOR
000470*                  HASH, OR THE RUN ENDS FATAL.
000480*
000490*                  RETENTION CONTROL RECORD LAYOUT (ABCRTC):
000500*                      COLS  1-3   "RET"
000510*                      COLS  5-8   RETENTION PERIOD IN CALENDAR
000520*                                  DAYS (0001-9999)
000530*                      COLS 10-17  AS-OF DATE (YYYYMMDD, BLANK =
000540*                                  TODAY; NEVER LATER THAN TODAY)
000550*                      COLS 19-58  AUTHORITY - PRINTED ON THE
000560*                                  CERTIFICATE
000570*----------------------------------------------------------------
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT AUP-RTC-FILE ASSIGN TO "ABCRTC"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ABCRTC-STATUS.
000650
000660     SELECT AUP-OLD-FILE ASSIGN TO "ABCAMI"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ABCAMI-STATUS.
000690
000700     SELECT AUP-AUD-FILE ASSIGN TO "ABCAUDS"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ABCAUDS-STATUS.
000730
000740     SELECT AUP-XMS-FILE ASSIGN TO "ABCXMS"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ABCXMS-STATUS.
000770
000780     SELECT AUP-NEW-FILE ASSIGN TO "ABCAMN"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ABCAMN-STATUS.
000810
000820     SELECT AUP-ARC-FILE ASSIGN TO "ABCAMA"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ABCAMA-STATUS.
000850
000860     SELECT AUP-RPT-FILE ASSIGN TO "ABCAPR"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-ABCAPR-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  AUP-RTC-FILE.
000930 01  AUP-RTC-REC.
000940     05  AUP-RTC-ID              PIC X(03).
000950     05  FILLER                  PIC X(01).
000960     05  AUP-RTC-DAYS            PIC X(04).
000970     05  FILLER                  PIC X(01).
000980     05  AUP-RTC-ASOF            PIC X(08).
000990     05  FILLER                  PIC X(01).
001000     05  AUP-RTC-AUTH            PIC X(40).
001010     05  FILLER                  PIC X(22).
001020
001030 FD  AUP-OLD-FILE.
001040 01  AUP-OLD-REC                 PIC X(180).
001050
001060 FD  AUP-AUD-FILE.
001070 01  AUP-AUD-REC                 PIC X(256).
001080
001090 FD  AUP-XMS-FILE.
001100 01  AUP-XMS-REC                 PIC X(80).
001110
001120 FD  AUP-NEW-FILE.
001130 01  AUP-NEW-REC                 PIC X(180).
001140
001150 FD  AUP-ARC-FILE.
001160 01  AUP-ARC-REC                 PIC X(180).
001170
001180 FD  AUP-RPT-FILE.
001190 01  AUP-RPT-REC                 PIC X(132).
001200
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------
001230* FILE STATUS AND END-OF-FILE SWITCHES
001240*----------------------------------------------------------------
001250 01  WS-ABCRTC-STATUS            PIC X(02).
001260     88  ABCRTC-OK               VALUE "00".
001270     88  ABCRTC-EOF              VALUE "10".
001280
001290 01  WS-ABCAMI-STATUS            PIC X(02).
001300     88  ABCAMI-OK               VALUE "00".
001310     88  ABCAMI-EOF              VALUE "10".
001320
001330 01  WS-ABCAUDS-STATUS           PIC X(02).
001340     88  ABCAUDS-OK              VALUE "00".
001350     88  ABCAUDS-EOF             VALUE "10".
001360
001370 01  WS-ABCXMS-STATUS            PIC X(02).
001380     88  ABCXMS-OK               VALUE "00".
001390     88  ABCXMS-EOF              VALUE "10".
001400
001410 01  WS-ABCAMN-STATUS            PIC X(02)  VALUE SPACES.
001420     88  ABCAMN-OK               VALUE "00".
001430     88  ABCAMN-EOF              VALUE "10".
001440
001450 01  WS-ABCAMA-STATUS            PIC X(02)  VALUE SPACES.
001460     88  ABCAMA-OK               VALUE "00".
001470     88  ABCAMA-EOF              VALUE "10".
001480
001490 01  WS-ABCAPR-STATUS            PIC X(02)  VALUE SPACES.
001500     88  ABCAPR-OK               VALUE "00".
001510
001520 01  WS-SWITCHES.
001530     05  WS-RTC-EOF-SW           PIC X(01)  VALUE "N".
001540         88  WS-RTC-EOF          VALUE "Y".
001550     05  WS-OLD-EOF-SW           PIC X(01)  VALUE "N".
001560         88  WS-OLD-EOF          VALUE "Y".
001570     05  WS-AUD-EOF-SW           PIC X(01)  VALUE "N".
001580         88  WS-AUD-EOF          VALUE "Y".
001590     05  WS-XMS-EOF-SW           PIC X(01)  VALUE "N".
001600         88  WS-XMS-EOF          VALUE "Y".
001610     05  WS-NEW-EOF-SW           PIC X(01)  VALUE "N".
001620         88  WS-NEW-EOF          VALUE "Y".
001630     05  WS-ARC-EOF-SW           PIC X(01)  VALUE "N".
001640         88  WS-ARC-EOF          VALUE "Y".
001650     05  WS-FATAL-SW             PIC X(01)  VALUE "N".
001660         88  WS-FATAL-ERROR      VALUE "Y".
001670     05  WS-REFUSED-SW           PIC X(01)  VALUE "N".
001680         88  WS-PURGE-REFUSED    VALUE "Y".
001690     05  WS-BALANCED-SW          PIC X(01)  VALUE "N".
001700         88  WS-BALANCED         VALUE "Y".
001710     05  WS-RTC-FOUND-SW         PIC X(01)  VALUE "N".
001720         88  WS-RTC-FOUND        VALUE "Y".
001730
001740*----------------------------------------------------------------
001750* THE RETENTION CONTROLS FROM ABCRTC AND THE CUTOFF THEY GIVE.
001760* A ROW DATED BEFORE THE CUTOFF IS ARCHIVED.
001770*----------------------------------------------------------------
001780 01  WS-RETENTION-CONTROLS.
001790     05  WS-RET-DAYS             PIC 9(04)  VALUE ZERO.
001800     05  WS-ASOF-DATE            PIC X(08)  VALUE SPACES.
001810     05  WS-AUTHORITY            PIC X(40)  VALUE SPACES.
001820     05  WS-CUTOFF-DATE          PIC X(08)  VALUE SPACES.
001830     05  WS-ASOF-NUM             PIC 9(08)  VALUE ZERO.
001840     05  WS-CUTOFF-NUM           PIC 9(08)  VALUE ZERO.
001850     05  WS-DAY-INT              PIC S9(09) COMP  VALUE ZERO.
001860
001870*----------------------------------------------------------------
001880* THE REPROCESS FLOOR - THE OLDEST AUDIT DATE STILL ON A KEPT
001890* CUT OR A KEPT AUDIT GENERATION. HIGH-VALUES = NONE FOUND.
001900*----------------------------------------------------------------
001910 01  WS-FLOOR-CONTROLS.
001920     05  WS-FLOOR-DATE           PIC X(08)  VALUE HIGH-VALUES.
001930     05  WS-XMS-LOW-DATE         PIC X(08)  VALUE HIGH-VALUES.
001940     05  WS-AUD-LOW-DATE         PIC X(08)  VALUE HIGH-VALUES.
001950     05  WS-XMS-DATE             PIC X(08)  VALUE SPACES.
001960
001970*----------------------------------------------------------------
001980* ROW COUNTS, HASH TOTALS (RUN DATE PLUS RECORD NUMBER OF
001990* EVERY ROW) AND DATE RANGES - BEFORE, AS PLANNED ON THE SCAN,
002000* AS WRITTEN, AND AS READ BACK FROM THE NEW GENERATIONS.
002010*----------------------------------------------------------------
002020 01  WS-BALANCE-CONTROLS.
002030     05  WS-BEFORE-COUNT         PIC 9(09)  VALUE ZERO.
002040     05  WS-BEFORE-HASH          PIC 9(15)  VALUE ZERO.
002050     05  WS-BEFORE-LOW           PIC X(08)  VALUE HIGH-VALUES.
002060     05  WS-BEFORE-HIGH          PIC X(08)  VALUE LOW-VALUES.
002070     05  WS-PLAN-ARC-COUNT       PIC 9(09)  VALUE ZERO.
002080     05  WS-PLAN-ARC-LOW         PIC X(08)  VALUE HIGH-VALUES.
002090     05  WS-PLAN-ARC-HIGH        PIC X(08)  VALUE LOW-VALUES.
002100     05  WS-UNDATED-COUNT        PIC 9(09)  VALUE ZERO.
002110     05  WS-ARC-COUNT            PIC 9(09)  VALUE ZERO.
002120     05  WS-ARC-HASH             PIC 9(15)  VALUE ZERO.
002130     05  WS-KEPT-COUNT           PIC 9(09)  VALUE ZERO.
002140     05  WS-KEPT-HASH            PIC 9(15)  VALUE ZERO.
002150     05  WS-KEPT-LOW             PIC X(08)  VALUE HIGH-VALUES.
002160     05  WS-KEPT-HIGH            PIC X(08)  VALUE LOW-VALUES.
002170     05  WS-RB-ARC-COUNT         PIC 9(09)  VALUE ZERO.
002180     05  WS-RB-ARC-HASH          PIC 9(15)  VALUE ZERO.
002190     05  WS-RB-NEW-COUNT         PIC 9(09)  VALUE ZERO.
002200     05  WS-RB-NEW-HASH          PIC 9(15)  VALUE ZERO.
002210     05  WS-AFTER-COUNT          PIC 9(09)  VALUE ZERO.
002220     05  WS-AFTER-HASH           PIC 9(15)  VALUE ZERO.
002230
002240 01  WS-ROW-WORK.
002250     05  WS-ROW-DATE             PIC X(08).
002260     05  WS-ROW-HASH             PIC 9(15)  VALUE ZERO.
002270     05  WS-ROW-DATE-NUM         PIC 9(08)  VALUE ZERO.
002280     05  WS-ROW-RECNO-NUM        PIC 9(07)  VALUE ZERO.
002290     05  WS-ROW-ARCHIVE-SW       PIC X(01)  VALUE "N".
002300         88  WS-ROW-ARCHIVE      VALUE "Y".
002310
002320 01  WS-PARSE-WORK.
002330     05  WS-SCRAP                PIC X(256).
002340     05  WS-REST                 PIC X(256).
002350     05  WS-DISP-LOW             PIC X(08).
002360     05  WS-DISP-HIGH            PIC X(08).
002370     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
002380
002390 PROCEDURE DIVISION.
002400*----------------------------------------------------------------
002410 0000-MAINLINE.
002420*----------------------------------------------------------------
002430     PERFORM 1000-INITIALIZE
002440         THRU 1000-INITIALIZE-EXIT.
002450
002460     IF NOT WS-FATAL-ERROR
002470         PERFORM 2000-SCAN-OLD-MASTER
002480             THRU 2000-SCAN-OLD-MASTER-EXIT
002490     END-IF.
002500
002510     IF NOT WS-FATAL-ERROR
002520         PERFORM 3000-FIND-REPROCESS-FLOOR
002530             THRU 3000-FIND-REPROCESS-FLOOR-EXIT
002540     END-IF.
002550
002560     IF NOT WS-FATAL-ERROR
002570         PERFORM 4000-DECIDE-PURGE
002580             THRU 4000-DECIDE-PURGE-EXIT
002590     END-IF.
002600
002610     IF NOT WS-FATAL-ERROR AND NOT WS-PURGE-REFUSED
002620         PERFORM 5000-SPLIT-THE-MASTER
002630             THRU 5000-SPLIT-THE-MASTER-EXIT
002640     END-IF.
002650
002660     IF NOT WS-FATAL-ERROR AND NOT WS-PURGE-REFUSED
002670         PERFORM 6000-READ-BACK-AND-PROVE
002680             THRU 6000-READ-BACK-AND-PROVE-EXIT
002690     END-IF.
002700
002710     IF ABCAPR-OK
002720         PERFORM 7000-WRITE-CERTIFICATE
002730             THRU 7000-WRITE-CERTIFICATE-EXIT
002740         PERFORM 7200-WRITE-DISPOSITION
002750             THRU 7200-WRITE-DISPOSITION-EXIT
002760     END-IF.
002770
002780     PERFORM 9000-TERMINATE
002790         THRU 9000-TERMINATE-EXIT.
002800
002810     GOBACK.
002820
002830*----------------------------------------------------------------
002840*    THE CERTIFICATE IS OPENED FIRST SO EVEN A REFUSED OR FAILED
002850*    RUN LEAVES ONE. THE NEW GENERATIONS ARE NOT OPENED HERE -
002860*    ONLY ONCE THE SCAN HAS SHOWN THE PURGE MAY GO AHEAD.
002870*----------------------------------------------------------------
002880 1000-INITIALIZE.
002890*----------------------------------------------------------------
002900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002910
002920     OPEN OUTPUT AUP-RPT-FILE.
002930     IF NOT ABCAPR-OK
002940         DISPLAY "ABCAUP: UNABLE TO OPEN ABCAPR, STATUS="
002950             WS-ABCAPR-STATUS
002960         MOVE "Y" TO WS-FATAL-SW
002970         GO TO 1000-INITIALIZE-EXIT
002980     END-IF.
002990
003000     PERFORM 1100-READ-CONTROL-RECORD
003010         THRU 1100-READ-CONTROL-RECORD-EXIT.
003020     IF WS-FATAL-ERROR
003030         GO TO 1000-INITIALIZE-EXIT
003040     END-IF.
003050
003060     MOVE WS-ASOF-DATE TO WS-ASOF-NUM.
003070     COMPUTE WS-DAY-INT =
003080         FUNCTION INTEGER-OF-DATE(WS-ASOF-NUM) - WS-RET-DAYS.
003090     COMPUTE WS-CUTOFF-NUM =
003100         FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
003110     MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
003120
003130     OPEN INPUT AUP-OLD-FILE.
003140     IF NOT ABCAMI-OK
003150         DISPLAY "ABCAUP: UNABLE TO OPEN ABCAMI, STATUS="
003160             WS-ABCAMI-STATUS
003170         MOVE "Y" TO WS-FATAL-SW
003180     END-IF.
003190 1000-INITIALIZE-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------------
003230*    THE FIRST "RET" RECORD ON ABCRTC GOVERNS. NO RECORD, A
003240*    PERIOD THAT IS NOT 0001-9999, OR AN AS-OF DATE THAT IS NOT
003250*    A DATE OR LIES IN THE FUTURE IS FATAL - A PURGE IS NEVER
003260*    RUN ON A GUESSED PERIOD.
003270*----------------------------------------------------------------
003280 1100-READ-CONTROL-RECORD.
003290*----------------------------------------------------------------
003300     OPEN INPUT AUP-RTC-FILE.
003310     IF NOT ABCRTC-OK
003320         DISPLAY "ABCAUP: UNABLE TO OPEN ABCRTC, STATUS="
003330             WS-ABCRTC-STATUS
003340         MOVE "Y" TO WS-FATAL-SW
003350         GO TO 1100-READ-CONTROL-RECORD-EXIT
003360     END-IF.
003370     PERFORM 1110-READ-ONE-CONTROL
003380         THRU 1110-READ-ONE-CONTROL-EXIT
003390         UNTIL WS-RTC-EOF OR WS-RTC-FOUND.
003400     CLOSE AUP-RTC-FILE.
003410
003420     IF NOT WS-RTC-FOUND
003430         DISPLAY "ABCAUP: NO RET RECORD ON ABCRTC - RUN ABORTED"
003440         MOVE "Y" TO WS-FATAL-SW
003450         GO TO 1100-READ-CONTROL-RECORD-EXIT
003460     END-IF.
003470     IF WS-RET-DAYS = ZERO
003480         DISPLAY "ABCAUP: RETENTION PERIOD NOT 0001-9999 "
003490             "- RUN ABORTED"
003500         MOVE "Y" TO WS-FATAL-SW
003510         GO TO 1100-READ-CONTROL-RECORD-EXIT
003520     END-IF.
003530     IF WS-ASOF-DATE NOT NUMERIC
003540             OR WS-ASOF-DATE > WS-RUN-DATE
003550             OR WS-ASOF-DATE(5:2) < "01"
003560             OR WS-ASOF-DATE(5:2) > "12"
003570             OR WS-ASOF-DATE(7:2) < "01"
003580             OR WS-ASOF-DATE(7:2) > "31"
003590         DISPLAY "ABCAUP: AS-OF DATE " WS-ASOF-DATE
003600             " INVALID OR LATER THAN TODAY - RUN ABORTED"
003610         MOVE "Y" TO WS-FATAL-SW
003620     END-IF.
003630 1100-READ-CONTROL-RECORD-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670 1110-READ-ONE-CONTROL.
003680*----------------------------------------------------------------
003690     READ AUP-RTC-FILE
003700         AT END
003710             SET WS-RTC-EOF TO TRUE
003720     END-READ.
003730     IF WS-RTC-EOF OR AUP-RTC-ID NOT = "RET"
003740         GO TO 1110-READ-ONE-CONTROL-EXIT
003750     END-IF.
003760     SET WS-RTC-FOUND TO TRUE.
003770     IF AUP-RTC-DAYS NUMERIC
003780         MOVE AUP-RTC-DAYS TO WS-RET-DAYS
003790     END-IF.
003800     IF AUP-RTC-ASOF = SPACES
003810         MOVE WS-RUN-DATE TO WS-ASOF-DATE
003820     ELSE
003830         MOVE AUP-RTC-ASOF TO WS-ASOF-DATE
003840     END-IF.
003850     MOVE AUP-RTC-AUTH TO WS-AUTHORITY.
003860 1110-READ-ONE-CONTROL-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------
003900*    FIRST PASS OVER THE OLD MASTER - THE BEFORE COUNT, HASH
003910*    AND DATE RANGE, AND WHAT THE CUTOFF WOULD ARCHIVE. NOTHING
003920*    IS WRITTEN ON THIS PASS.
003930*----------------------------------------------------------------
003940 2000-SCAN-OLD-MASTER.
003950*----------------------------------------------------------------
003960     PERFORM 2100-SCAN-ONE-ROW
003970         THRU 2100-SCAN-ONE-ROW-EXIT
003980         UNTIL WS-OLD-EOF.
003990     CLOSE AUP-OLD-FILE.
004000 2000-SCAN-OLD-MASTER-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------
004040 2100-SCAN-ONE-ROW.
004050*----------------------------------------------------------------
004060     READ AUP-OLD-FILE
004070         AT END
004080             SET WS-OLD-EOF TO TRUE
004090     END-READ.
004100     IF WS-OLD-EOF
004110         GO TO 2100-SCAN-ONE-ROW-EXIT
004120     END-IF.
004130     PERFORM 8000-CLASSIFY-ROW
004140         THRU 8000-CLASSIFY-ROW-EXIT.
004150     ADD 1 TO WS-BEFORE-COUNT.
004160     ADD WS-ROW-HASH TO WS-BEFORE-HASH.
004170     IF WS-ROW-DATE NUMERIC AND WS-ROW-DATE NOT = ZERO
004180         IF WS-ROW-DATE < WS-BEFORE-LOW
004190             MOVE WS-ROW-DATE TO WS-BEFORE-LOW
004200         END-IF
004210         IF WS-ROW-DATE > WS-BEFORE-HIGH
004220             MOVE WS-ROW-DATE TO WS-BEFORE-HIGH
004230         END-IF
004240     ELSE
004250         ADD 1 TO WS-UNDATED-COUNT
004260     END-IF.
004270     IF WS-ROW-ARCHIVE
004280         ADD 1 TO WS-PLAN-ARC-COUNT
004290         IF WS-ROW-DATE < WS-PLAN-ARC-LOW
004300             MOVE WS-ROW-DATE TO WS-PLAN-ARC-LOW
004310         END-IF
004320         IF WS-ROW-DATE > WS-PLAN-ARC-HIGH
004330             MOVE WS-ROW-DATE TO WS-PLAN-ARC-HIGH
004340         END-IF
004350     END-IF.
004360 2100-SCAN-ONE-ROW-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400*    THE REPROCESS FLOOR. BOTH SOURCES ARE REQUIRED - WITHOUT
004410*    THEM THE PURGE CANNOT PROVE IT IS SAFE, SO A FAILED OPEN IS
004420*    FATAL. THE KEPT CUTS ARE ONLY READ WHEN THERE IS SOMETHING
004430*    TO ARCHIVE.
004440*----------------------------------------------------------------
004450 3000-FIND-REPROCESS-FLOOR.
004460*----------------------------------------------------------------
004470     IF WS-PLAN-ARC-COUNT = ZERO
004480         GO TO 3000-FIND-REPROCESS-FLOOR-EXIT
004490     END-IF.
004500
004510     OPEN INPUT AUP-XMS-FILE.
004520     IF NOT ABCXMS-OK
004530         DISPLAY "ABCAUP: UNABLE TO OPEN ABCXMS, STATUS="
004540             WS-ABCXMS-STATUS
004550         MOVE "Y" TO WS-FATAL-SW
004560         GO TO 3000-FIND-REPROCESS-FLOOR-EXIT
004570     END-IF.
004580     PERFORM 3100-SCAN-ONE-CUT-RECORD
004590         THRU 3100-SCAN-ONE-CUT-RECORD-EXIT
004600         UNTIL WS-XMS-EOF.
004610     CLOSE AUP-XMS-FILE.
004620
004630     OPEN INPUT AUP-AUD-FILE.
004640     IF NOT ABCAUDS-OK
004650         DISPLAY "ABCAUP: UNABLE TO OPEN ABCAUDS, STATUS="
004660             WS-ABCAUDS-STATUS
004670         MOVE "Y" TO WS-FATAL-SW
004680         GO TO 3000-FIND-REPROCESS-FLOOR-EXIT
004690     END-IF.
004700     PERFORM 3200-SCAN-ONE-AUDIT-RECORD
004710         THRU 3200-SCAN-ONE-AUDIT-RECORD-EXIT
004720         UNTIL WS-AUD-EOF.
004730     CLOSE AUP-AUD-FILE.
004740
004750     MOVE WS-XMS-LOW-DATE TO WS-FLOOR-DATE.
004760     IF WS-AUD-LOW-DATE < WS-FLOOR-DATE
004770         MOVE WS-AUD-LOW-DATE TO WS-FLOOR-DATE
004780     END-IF.
004790 3000-FIND-REPROCESS-FLOOR-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830*    ONE RECORD OF A KEPT CUT. AN XD OR XW NAMES ITS PAIR'S
004840*    AUDIT DATE IN COLS 69-76 (THE MASTER'S OWN KEY DATE); ONE
004850*    FROM BEFORE THE PAIR IDENTITY WAS CARRIED FALLS BACK TO
004860*    THE BUSINESS DATE IN COLS 12-19.
004870*----------------------------------------------------------------
004880 3100-SCAN-ONE-CUT-RECORD.
004890*----------------------------------------------------------------
004900     READ AUP-XMS-FILE
004910         AT END
004920             SET WS-XMS-EOF TO TRUE
004930     END-READ.
004940     IF WS-XMS-EOF
004950         GO TO 3100-SCAN-ONE-CUT-RECORD-EXIT
004960     END-IF.
004970     IF AUP-XMS-REC(1:3) NOT = "XD " AND
004980             AUP-XMS-REC(1:3) NOT = "XW "
004990         GO TO 3100-SCAN-ONE-CUT-RECORD-EXIT
005000     END-IF.
005010     IF AUP-XMS-REC(69:8) NUMERIC
005020             AND AUP-XMS-REC(69:8) NOT = ZERO
005030         MOVE AUP-XMS-REC(69:8) TO WS-XMS-DATE
005040     ELSE
005050         MOVE AUP-XMS-REC(12:8) TO WS-XMS-DATE
005060     END-IF.
005070     IF WS-XMS-DATE NUMERIC
005080             AND WS-XMS-DATE < WS-XMS-LOW-DATE
005090         MOVE WS-XMS-DATE TO WS-XMS-LOW-DATE
005100     END-IF.
005110 3100-SCAN-ONE-CUT-RECORD-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150*    ONE RECORD OF A KEPT AUDIT GENERATION - ITS DATE= IS THE
005160*    RUN DATE ABCAUC WOULD FILE IT UNDER.
005170*----------------------------------------------------------------
005180 3200-SCAN-ONE-AUDIT-RECORD.
005190*----------------------------------------------------------------
005200     READ AUP-AUD-FILE
005210         AT END
005220             SET WS-AUD-EOF TO TRUE
005230     END-READ.
005240     IF WS-AUD-EOF OR AUP-AUD-REC(1:4) NOT = "REC "
005250         GO TO 3200-SCAN-ONE-AUDIT-RECORD-EXIT
005260     END-IF.
005270     MOVE SPACES TO WS-REST.
005280     UNSTRING AUP-AUD-REC
005290         DELIMITED BY "DATE="
005300         INTO WS-SCRAP, WS-REST
005310     END-UNSTRING.
005320     IF WS-REST(1:8) NUMERIC
005330             AND WS-REST(1:8) < WS-AUD-LOW-DATE
005340         MOVE WS-REST(1:8) TO WS-AUD-LOW-DATE
005350     END-IF.
005360 3200-SCAN-ONE-AUDIT-RECORD-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------------
005400*    REFUSE THE PURGE WHOLE IF THE NEWEST ROW IT WOULD ARCHIVE
005410*    IS DATED ON OR AFTER THE REPROCESS FLOOR.
005420*----------------------------------------------------------------
005430 4000-DECIDE-PURGE.
005440*----------------------------------------------------------------
005450     IF WS-PLAN-ARC-COUNT > ZERO
005460             AND WS-PLAN-ARC-HIGH NOT < WS-FLOOR-DATE
005470         SET WS-PURGE-REFUSED TO TRUE
005480         DISPLAY "ABCAUP: PURGE REFUSED - CUTOFF "
005490             WS-CUTOFF-DATE " REACHES " WS-FLOOR-DATE
005500             ", STILL OPEN TO ABCRPR"
005510     END-IF.
005520 4000-DECIDE-PURGE-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560*    SECOND PASS - EVERY ROW TO EXACTLY ONE OF THE TWO NEW
005570*    GENERATIONS. THEY ARE OPENED ONLY NOW; AN EARLIER FATAL OR
005580*    A REFUSAL LEAVES THEM UNWRITTEN FOR THE JOB TO DELETE.
005590*----------------------------------------------------------------
005600 5000-SPLIT-THE-MASTER.
005610*----------------------------------------------------------------
005620     OPEN OUTPUT AUP-ARC-FILE.
005630     IF NOT ABCAMA-OK
005640         DISPLAY "ABCAUP: UNABLE TO OPEN ABCAMA, STATUS="
005650             WS-ABCAMA-STATUS
005660         MOVE "Y" TO WS-FATAL-SW
005670         GO TO 5000-SPLIT-THE-MASTER-EXIT
005680     END-IF.
005690     OPEN OUTPUT AUP-NEW-FILE.
005700     IF NOT ABCAMN-OK
005710         DISPLAY "ABCAUP: UNABLE TO OPEN ABCAMN, STATUS="
005720             WS-ABCAMN-STATUS
005730         MOVE "Y" TO WS-FATAL-SW
005740         GO TO 5000-SPLIT-THE-MASTER-EXIT
005750     END-IF.
005760     MOVE "N" TO WS-OLD-EOF-SW.
005770     OPEN INPUT AUP-OLD-FILE.
005780     IF NOT ABCAMI-OK
005790         DISPLAY "ABCAUP: UNABLE TO REOPEN ABCAMI, STATUS="
005800             WS-ABCAMI-STATUS
005810         MOVE "Y" TO WS-FATAL-SW
005820         GO TO 5000-SPLIT-THE-MASTER-EXIT
005830     END-IF.
005840     PERFORM 5100-SPLIT-ONE-ROW
005850         THRU 5100-SPLIT-ONE-ROW-EXIT
005860         UNTIL WS-OLD-EOF.
005870     CLOSE AUP-OLD-FILE.
005880     CLOSE AUP-ARC-FILE.
005890     CLOSE AUP-NEW-FILE.
005900 5000-SPLIT-THE-MASTER-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940 5100-SPLIT-ONE-ROW.
005950*----------------------------------------------------------------
005960     READ AUP-OLD-FILE
005970         AT END
005980             SET WS-OLD-EOF TO TRUE
005990     END-READ.
006000     IF WS-OLD-EOF
006010         GO TO 5100-SPLIT-ONE-ROW-EXIT
006020     END-IF.
006030     PERFORM 8000-CLASSIFY-ROW
006040         THRU 8000-CLASSIFY-ROW-EXIT.
006050     IF WS-ROW-ARCHIVE
006060         MOVE AUP-OLD-REC TO AUP-ARC-REC
006070         WRITE AUP-ARC-REC
006080         ADD 1 TO WS-ARC-COUNT
006090         ADD WS-ROW-HASH TO WS-ARC-HASH
006100         GO TO 5100-SPLIT-ONE-ROW-EXIT
006110     END-IF.
006120     MOVE AUP-OLD-REC TO AUP-NEW-REC.
006130     WRITE AUP-NEW-REC.
006140     ADD 1 TO WS-KEPT-COUNT.
006150     ADD WS-ROW-HASH TO WS-KEPT-HASH.
006160     IF WS-ROW-DATE NUMERIC AND WS-ROW-DATE NOT = ZERO
006170         IF WS-ROW-DATE < WS-KEPT-LOW
006180             MOVE WS-ROW-DATE TO WS-KEPT-LOW
006190         END-IF
006200         IF WS-ROW-DATE > WS-KEPT-HIGH
006210             MOVE WS-ROW-DATE TO WS-KEPT-HIGH
006220         END-IF
006230     END-IF.
006240 5100-SPLIT-ONE-ROW-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280*    READ BOTH NEW GENERATIONS BACK AND BALANCE THEM TO THE OLD
006290*    MASTER. OUT OF BALANCE IS FATAL - THE JOB DELETES BOTH AND
006300*    THE OLD MASTER STAYS THE CURRENT GENERATION.
006310*----------------------------------------------------------------
006320 6000-READ-BACK-AND-PROVE.
006330*----------------------------------------------------------------
006340     OPEN INPUT AUP-ARC-FILE.
006350     IF NOT ABCAMA-OK
006360         DISPLAY "ABCAUP: UNABLE TO READ BACK ABCAMA, STATUS="
006370             WS-ABCAMA-STATUS
006380         MOVE "Y" TO WS-FATAL-SW
006390         GO TO 6000-READ-BACK-AND-PROVE-EXIT
006400     END-IF.
006410     PERFORM 6100-READ-BACK-ONE-ARCHIVE
006420         THRU 6100-READ-BACK-ONE-ARCHIVE-EXIT
006430         UNTIL WS-ARC-EOF.
006440     CLOSE AUP-ARC-FILE.
006450
006460     OPEN INPUT AUP-NEW-FILE.
006470     IF NOT ABCAMN-OK
006480         DISPLAY "ABCAUP: UNABLE TO READ BACK ABCAMN, STATUS="
006490             WS-ABCAMN-STATUS
006500         MOVE "Y" TO WS-FATAL-SW
006510         GO TO 6000-READ-BACK-AND-PROVE-EXIT
006520     END-IF.
006530     PERFORM 6200-READ-BACK-ONE-MASTER
006540         THRU 6200-READ-BACK-ONE-MASTER-EXIT
006550         UNTIL WS-NEW-EOF.
006560     CLOSE AUP-NEW-FILE.
006570
006580     COMPUTE WS-AFTER-COUNT = WS-RB-ARC-COUNT + WS-RB-NEW-COUNT.
006590     COMPUTE WS-AFTER-HASH = WS-RB-ARC-HASH + WS-RB-NEW-HASH.
006600     IF WS-AFTER-COUNT = WS-BEFORE-COUNT
006610             AND WS-AFTER-HASH = WS-BEFORE-HASH
006620             AND WS-RB-ARC-COUNT = WS-ARC-COUNT
006630             AND WS-RB-NEW-COUNT = WS-KEPT-COUNT
006640         SET WS-BALANCED TO TRUE
006650     ELSE
006660         DISPLAY "ABCAUP: NEW GENERATIONS DO NOT BALANCE TO "
006670             "THE OLD MASTER - RUN ABORTED"
006680         MOVE "Y" TO WS-FATAL-SW
006690     END-IF.
006700 6000-READ-BACK-AND-PROVE-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------
006740 6100-READ-BACK-ONE-ARCHIVE.
006750*----------------------------------------------------------------
006760     READ AUP-ARC-FILE
006770         AT END
006780             SET WS-ARC-EOF TO TRUE
006790     END-READ.
006800     IF WS-ARC-EOF
006810         GO TO 6100-READ-BACK-ONE-ARCHIVE-EXIT
006820     END-IF.
006830     MOVE AUP-ARC-REC TO AUP-OLD-REC.
006840     PERFORM 8000-CLASSIFY-ROW
006850         THRU 8000-CLASSIFY-ROW-EXIT.
006860     ADD 1 TO WS-RB-ARC-COUNT.
006870     ADD WS-ROW-HASH TO WS-RB-ARC-HASH.
006880 6100-READ-BACK-ONE-ARCHIVE-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------
006920 6200-READ-BACK-ONE-MASTER.
006930*----------------------------------------------------------------
006940     READ AUP-NEW-FILE
006950         AT END
006960             SET WS-NEW-EOF TO TRUE
006970     END-READ.
006980     IF WS-NEW-EOF
006990         GO TO 6200-READ-BACK-ONE-MASTER-EXIT
007000     END-IF.
007010     MOVE AUP-NEW-REC TO AUP-OLD-REC.
007020     PERFORM 8000-CLASSIFY-ROW
007030         THRU 8000-CLASSIFY-ROW-EXIT.
007040     ADD 1 TO WS-RB-NEW-COUNT.
007050     ADD WS-ROW-HASH TO WS-RB-NEW-HASH.
007060 6200-READ-BACK-ONE-MASTER-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------------
007100*    THE PURGE CERTIFICATE - WRITTEN FOR EVERY RUN THAT GOT AS
007110*    FAR AS OPENING IT, WITH THE DISPOSITION ON THE LAST LINE.
007120*----------------------------------------------------------------
007130 7000-WRITE-CERTIFICATE.
007140*----------------------------------------------------------------
007150     MOVE SPACES TO AUP-RPT-REC.
007160     STRING
007170         "ABCAUP AUDIT MASTER RETENTION - PURGE CERTIFICATE"
007180                                   DELIMITED BY SIZE
007190         "   RUN DATE "            DELIMITED BY SIZE
007200         WS-RUN-DATE               DELIMITED BY SIZE
007210         INTO AUP-RPT-REC
007220     END-STRING.
007230     WRITE AUP-RPT-REC.
007240     MOVE SPACES TO AUP-RPT-REC.
007250     WRITE AUP-RPT-REC.
007260
007270     IF NOT WS-RTC-FOUND OR WS-RET-DAYS = ZERO
007280         GO TO 7000-WRITE-CERTIFICATE-EXIT
007290     END-IF.
007300     MOVE SPACES TO AUP-RPT-REC.
007310     STRING
007320         "  RETENTION PERIOD "     DELIMITED BY SIZE
007330         WS-RET-DAYS               DELIMITED BY SIZE
007340         " DAYS AS OF "            DELIMITED BY SIZE
007350         WS-ASOF-DATE              DELIMITED BY SIZE
007360         " - CUTOFF "              DELIMITED BY SIZE
007370         WS-CUTOFF-DATE            DELIMITED BY SIZE
007380         " (ROWS DATED BEFORE IT ARE ARCHIVED)"
007390                                   DELIMITED BY SIZE
007400         INTO AUP-RPT-REC
007410     END-STRING.
007420     WRITE AUP-RPT-REC.
007430     MOVE SPACES TO AUP-RPT-REC.
007440     STRING
007450         "  AUTHORITY: "           DELIMITED BY SIZE
007460         WS-AUTHORITY              DELIMITED BY SIZE
007470         INTO AUP-RPT-REC
007480     END-STRING.
007490     WRITE AUP-RPT-REC.
007500
007510     IF WS-BEFORE-COUNT = ZERO AND WS-FATAL-ERROR
007520         GO TO 7000-WRITE-CERTIFICATE-EXIT
007530     END-IF.
007540     MOVE WS-BEFORE-LOW  TO WS-DISP-LOW.
007550     MOVE WS-BEFORE-HIGH TO WS-DISP-HIGH.
007560     PERFORM 7100-EDIT-RANGE
007570         THRU 7100-EDIT-RANGE-EXIT.
007580     MOVE SPACES TO AUP-RPT-REC.
007590     STRING
007600         "  BEFORE    ROWS "       DELIMITED BY SIZE
007610         WS-BEFORE-COUNT           DELIMITED BY SIZE
007620         "  HASH "                 DELIMITED BY SIZE
007630         WS-BEFORE-HASH            DELIMITED BY SIZE
007640         "  DATES "                DELIMITED BY SIZE
007650         WS-DISP-LOW               DELIMITED BY SIZE
007660         " - "                     DELIMITED BY SIZE
007670         WS-DISP-HIGH              DELIMITED BY SIZE
007680         "  UNDATED "              DELIMITED BY SIZE
007690         WS-UNDATED-COUNT          DELIMITED BY SIZE
007700         INTO AUP-RPT-REC
007710     END-STRING.
007720     WRITE AUP-RPT-REC.
007730
007740     IF WS-PLAN-ARC-COUNT > ZERO
007750         MOVE SPACES TO AUP-RPT-REC
007760         STRING
007770             "  REPROCESS FLOOR "  DELIMITED BY SIZE
007780             WS-FLOOR-DATE         DELIMITED BY SIZE
007790             " - OLDEST AUDIT DATE ON THE KEPT CUTS "
007800                                   DELIMITED BY SIZE
007810             WS-XMS-LOW-DATE       DELIMITED BY SIZE
007820             ", ON THE KEPT AUDIT GENERATIONS "
007830                                   DELIMITED BY SIZE
007840             WS-AUD-LOW-DATE       DELIMITED BY SIZE
007850             INTO AUP-RPT-REC
007860         END-STRING
007870         INSPECT AUP-RPT-REC REPLACING ALL HIGH-VALUES BY "-"
007880         WRITE AUP-RPT-REC
007890     END-IF.
007900
007910     IF WS-PURGE-REFUSED OR WS-ARC-COUNT + WS-KEPT-COUNT = ZERO
007920         MOVE WS-PLAN-ARC-LOW  TO WS-DISP-LOW
007930         MOVE WS-PLAN-ARC-HIGH TO WS-DISP-HIGH
007940         PERFORM 7100-EDIT-RANGE
007950             THRU 7100-EDIT-RANGE-EXIT
007960         MOVE SPACES TO AUP-RPT-REC
007970         STRING
007980             "  WOULD ARCHIVE ROWS " DELIMITED BY SIZE
007990             WS-PLAN-ARC-COUNT     DELIMITED BY SIZE
008000             "  DATES "            DELIMITED BY SIZE
008010             WS-DISP-LOW           DELIMITED BY SIZE
008020             " - "                 DELIMITED BY SIZE
008030             WS-DISP-HIGH          DELIMITED BY SIZE
008040             INTO AUP-RPT-REC
008050         END-STRING
008060         WRITE AUP-RPT-REC
008070         GO TO 7000-WRITE-CERTIFICATE-EXIT
008080     END-IF.
008090
008100     MOVE WS-PLAN-ARC-LOW  TO WS-DISP-LOW.
008110     MOVE WS-PLAN-ARC-HIGH TO WS-DISP-HIGH.
008120     PERFORM 7100-EDIT-RANGE
008130         THRU 7100-EDIT-RANGE-EXIT.
008140     MOVE SPACES TO AUP-RPT-REC.
008150     STRING
008160         "  ARCHIVED  ROWS "       DELIMITED BY SIZE
008170         WS-ARC-COUNT              DELIMITED BY SIZE
008180         "  HASH "                 DELIMITED BY SIZE
008190         WS-ARC-HASH               DELIMITED BY SIZE
008200         "  DATES "                DELIMITED BY SIZE
008210         WS-DISP-LOW               DELIMITED BY SIZE
008220         " - "                     DELIMITED BY SIZE
008230         WS-DISP-HIGH              DELIMITED BY SIZE
008240         INTO AUP-RPT-REC
008250     END-STRING.
008260     WRITE AUP-RPT-REC.
008270     MOVE WS-KEPT-LOW  TO WS-DISP-LOW.
008280     MOVE WS-KEPT-HIGH TO WS-DISP-HIGH.
008290     PERFORM 7100-EDIT-RANGE
008300         THRU 7100-EDIT-RANGE-EXIT.
008310     MOVE SPACES TO AUP-RPT-REC.
008320     STRING
008330         "  KEPT      ROWS "       DELIMITED BY SIZE
008340         WS-KEPT-COUNT             DELIMITED BY SIZE
008350         "  HASH "                 DELIMITED BY SIZE
008360         WS-KEPT-HASH              DELIMITED BY SIZE
008370         "  DATES "                DELIMITED BY SIZE
008380         WS-DISP-LOW               DELIMITED BY SIZE
008390         " - "                     DELIMITED BY SIZE
008400         WS-DISP-HIGH              DELIMITED BY SIZE
008410         INTO AUP-RPT-REC
008420     END-STRING.
008430     WRITE AUP-RPT-REC.
008440     MOVE SPACES TO AUP-RPT-REC.
008450     STRING
008460         "  READ BACK ARCHIVE ROWS " DELIMITED BY SIZE
008470         WS-RB-ARC-COUNT           DELIMITED BY SIZE
008480         " HASH "                  DELIMITED BY SIZE
008490         WS-RB-ARC-HASH            DELIMITED BY SIZE
008500         "  MASTER ROWS "          DELIMITED BY SIZE
008510         WS-RB-NEW-COUNT           DELIMITED BY SIZE
008520         " HASH "                  DELIMITED BY SIZE
008530         WS-RB-NEW-HASH            DELIMITED BY SIZE
008540         INTO AUP-RPT-REC
008550     END-STRING.
008560     WRITE AUP-RPT-REC.
008570     MOVE SPACES TO AUP-RPT-REC.
008580     STRING
008590         "  AFTER     ROWS "       DELIMITED BY SIZE
008600         WS-AFTER-COUNT            DELIMITED BY SIZE
008610         "  HASH "                 DELIMITED BY SIZE
008620         WS-AFTER-HASH             DELIMITED BY SIZE
008630         INTO AUP-RPT-REC
008640     END-STRING.
008650     IF WS-BALANCED
008660         MOVE "- BALANCED TO BEFORE" TO AUP-RPT-REC(60:20)
008670     ELSE
008680         MOVE "- OUT OF BALANCE" TO AUP-RPT-REC(60:16)
008690     END-IF.
008700     WRITE AUP-RPT-REC.
008710 7000-WRITE-CERTIFICATE-EXIT.
008720     EXIT.
008730
008740*----------------------------------------------------------------
008750*    A RANGE WITH NO DATED ROW IN IT PRINTS AS DASHES.
008760*----------------------------------------------------------------
008770 7100-EDIT-RANGE.
008780*----------------------------------------------------------------
008790     IF WS-DISP-LOW = HIGH-VALUES
008800         MOVE "--------" TO WS-DISP-LOW
008810     END-IF.
008820     IF WS-DISP-HIGH = LOW-VALUES
008830         MOVE "--------" TO WS-DISP-HIGH
008840     END-IF.
008850 7100-EDIT-RANGE-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------------
008890*    THE CERTIFICATE CLOSES WITH THE DISPOSITION OF THE RUN.
008900*----------------------------------------------------------------
008910 7200-WRITE-DISPOSITION.
008920*----------------------------------------------------------------
008930     MOVE SPACES TO AUP-RPT-REC.
008940     WRITE AUP-RPT-REC.
008950     EVALUATE TRUE
008960         WHEN WS-FATAL-ERROR
008970             MOVE "  DISPOSITION: RUN ABORTED - NOTHING PURGED, "
008980                 TO AUP-RPT-REC
008990             MOVE "THE OLD MASTER STANDS - SEE THE JOB LOG"
009000                 TO AUP-RPT-REC(47:40)
009010         WHEN WS-PURGE-REFUSED
009020             MOVE "  DISPOSITION: PURGE REFUSED - NOTHING PURGED,"
009030                 TO AUP-RPT-REC
009040             MOVE " A DATE TO ARCHIVE IS STILL OPEN TO ABCRPR"
009050                 TO AUP-RPT-REC(47:42)
009060         WHEN WS-ARC-COUNT = ZERO
009070             MOVE "  DISPOSITION: NOTHING OLDER THAN THE CUTOFF"
009080                 TO AUP-RPT-REC
009090             MOVE " - MASTER REWRITTEN UNCHANGED"
009100                 TO AUP-RPT-REC(45:29)
009110         WHEN OTHER
009120             MOVE "  DISPOSITION: PURGE COMPLETE" TO AUP-RPT-REC
009130     END-EVALUATE.
009140     WRITE AUP-RPT-REC.
009150 7200-WRITE-DISPOSITION-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------------
009190*    ONE MASTER ROW (IN AUP-OLD-REC): ITS DATE, ITS SHARE OF
009200*    THE HASH TOTAL, AND WHETHER THE CUTOFF ARCHIVES IT. AN
009210*    UNDATED OR MALFORMED ROW IS ALWAYS KEPT.
009220*----------------------------------------------------------------
009230 8000-CLASSIFY-ROW.
009240*----------------------------------------------------------------
009250     MOVE AUP-OLD-REC(1:8) TO WS-ROW-DATE.
009260     MOVE ZERO TO WS-ROW-DATE-NUM.
009270     MOVE ZERO TO WS-ROW-RECNO-NUM.
009280     IF WS-ROW-DATE NUMERIC
009290         MOVE WS-ROW-DATE TO WS-ROW-DATE-NUM
009300     END-IF.
009310     IF AUP-OLD-REC(10:7) NUMERIC
009320         MOVE AUP-OLD-REC(10:7) TO WS-ROW-RECNO-NUM
009330     END-IF.
009340     COMPUTE WS-ROW-HASH = WS-ROW-DATE-NUM + WS-ROW-RECNO-NUM.
009350     MOVE "N" TO WS-ROW-ARCHIVE-SW.
009360     IF WS-ROW-DATE NUMERIC
009370             AND WS-ROW-DATE NOT = ZERO
009380             AND WS-ROW-DATE < WS-CUTOFF-DATE
009390         SET WS-ROW-ARCHIVE TO TRUE
009400     END-IF.
009410 8000-CLASSIFY-ROW-EXIT.
009420     EXIT.
009430
009440*----------------------------------------------------------------
009450 9000-TERMINATE.
009460*----------------------------------------------------------------
009470     IF ABCAPR-OK
009480         CLOSE AUP-RPT-FILE
009490     END-IF.
009500
009510     PERFORM 9700-SET-RETURN-CODE
009520         THRU 9700-SET-RETURN-CODE-EXIT.
009530 9000-TERMINATE-EXIT.
009540     EXIT.
009550
009560*----------------------------------------------------------------
009570*    SETS RETURN-CODE FOR THE SCHEDULER TO BRANCH ON:
009580*        00  PURGE COMPLETE AND BALANCED - ABCAMA HOLDS THE
009590*            ARCHIVED ROWS, ABCAMN THE REST.
009600*        04  NOTHING WAS OLDER THAN THE CUTOFF - ABCAMN IS THE
009610*            OLD MASTER UNCHANGED AND ABCAMA IS EMPTY.
009620*        12  PURGE REFUSED - A ROW TO BE ARCHIVED IS DATED ON
009630*            OR AFTER THE REPROCESS FLOOR. NOTHING WRITTEN.
009640*        16  FATAL - NO USABLE CONTROL RECORD, A REQUIRED FILE
009650*            COULD NOT BE OPENED, OR THE NEW GENERATIONS DID
009660*            NOT BALANCE. THE OLD MASTER STANDS.
009670*----------------------------------------------------------------
009680 9700-SET-RETURN-CODE.
009690*----------------------------------------------------------------
009700     IF WS-FATAL-ERROR
009710         MOVE 16 TO RETURN-CODE
009720     ELSE
009730         IF WS-PURGE-REFUSED
009740             MOVE 12 TO RETURN-CODE
009750         ELSE
009760             IF WS-ARC-COUNT = ZERO
009770                 MOVE 04 TO RETURN-CODE
009780             ELSE
009790                 MOVE 00 TO RETURN-CODE
009800             END-IF
009810         END-IF
009820     END-IF.
009830 9700-SET-RETURN-CODE-EXIT.
009840     EXIT.
