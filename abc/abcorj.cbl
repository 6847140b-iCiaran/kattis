000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ABCORJ.
000120 AUTHOR.        C MORGAN.
000130 INSTALLATION.  ROUTING SYSTEMS GROUP.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 CAM   ORIGINAL VERSION. OPEN-REJECT INVENTORY. ABCFIX
000210*                  ONLY EVER SEES THE RECYCLE GENERATIONS IT IS
000220*                  POINTED AT, SO A REJECT NOBODY SENT A FIX
000230*                  TRANSACTION FOR FELL OUT OF SIGHT WHEN ITS
000240*                  GENERATION ROLLED OFF. THIS STEP CARRIES EVERY
000250*                  REJECT FORWARD ON THE OPENREJ GENERATIONS
000260*                  (ABCORO IN, ABCORN OUT), KEYED BY THE BUSINESS
000270*                  DATE AND RECORD NUMBER ON ITS RCY TAG, UNTIL
000280*                  ONE OF TWO THINGS RETIRES IT:
000290*                    - A RESUBMISSION OF IT PROCESSES CLEAN - AN
000300*                      AUDIT RECORD TONIGHT (ABCAUN) CARRYING
000310*                      RESUB= ITS RECORD NUMBER AND RCYDATE= ITS
000320*                      RCY TAG DATE, SAME SOURCE-ID;
000330*                    - ABCFIX DROPS IT - A DRP RECORD ON ANY KEPT
000340*                      FIXDROP GENERATION (ABCFXD).
000350*                  RECORD NUMBERS RESTART EVERY NIGHT, SO AN ITEM
000360*                  IS MATCHED ON TAG DATE PLUS RECORD NUMBER (THE
000370*                  ENTRY'S FIRST OR LATEST REJECT) AND RETIRES OR
000380*                  UPDATES AN ENTRY ONLY WHEN EXACTLY ONE
000390*                  MATCHES - AN AMBIGUOUS ITEM IS LISTED AS NOT
000400*                  APPLIED AND ENDS THE STEP RC=04 AT LEAST.
000410*                  LIMITATION: A RESUBMISSION ABCFIX WROTE BEFORE
000420*                  IT STAMPED THE RCY DATE (LINE-2 COLS 41-48)
000430*                  NAMES ONLY ITS RECORD NUMBER AND TAKES THE
000440*                  LATEST MATCHING ENTRY DATED BEFORE IT - WRONG
000450*                  WHEN THE REJECT ACTUALLY CORRECTED WAS AN OLDER
000460*                  ONE WITH THE SAME NUMBER.
000470*                  TONIGHT'S REJECTS COME FROM BOTH PASSES'
000480*                  RECYCLE GENERATIONS AND ABCACK'S NAKRCY
000490*                  (ABCRCN). A RESUBMISSION THAT REJECTS AGAIN
000500*                  (LINE-1 COLS 42-48 FILLED, LINE-2 COLS 41-48
000510*                  ITS RCY DATE) DOES NOT OPEN A NEW
000520*                  ENTRY - IT UPDATES THE ONE IT CAME FROM, SO
000530*                  THE AGE KEEPS RUNNING FROM THE FIRST REJECT.
000540*                  EVERY OPEN ENTRY IS AGED IN PROCESSING DAYS
000550*                  OFF THE ABCCAL CALENDAR (CALENDAR DAYS WHEN
000560*                  THERE IS NONE); AN ENTRY AT THE ESCALATION
000570*                  THRESHOLD IS LISTED FOR THE DESK AND ENDS THE
000580*                  STEP RC=08. ABCORR SUMMARISES THE INVENTORY BY
000590*                  SOURCE-ID AND REJECT REASON. THE ABCRUN
000600*                  MILESTONE IS DATED WITH THE NIGHT'S BUSINESS
000610*                  DATE - THE ABCCAL EXPECTED PROCESSING DATE FOR
000620*                  THE RUN DATE, AS ABCCOL STAMPS THE BATCH HDR -
000630*                  SO ABCSTA FILES IT WITH THE REST OF THE BATCH.
000640*
000650*                  INVENTORY ROW LAYOUT (ABCORO/ABCORN):
000660*                      COLS   1-8   BUSINESS DATE OF FIRST REJECT
000670*                      COLS  10-16  RECORD NUMBER ON THE RCY TAG
000680*                      COLS  18-19  SOURCE-ID
000690*                      COL   21     ORIGIN - M MAIN PASS, X
000700*                                   EXPRESS PASS, N REFUSED
000710*                                   DOWNSTREAM
000720*                      COLS  23-30  DATE LAST REJECTED
000730*                      COLS  32-34  TIMES REJECTED AGAIN AFTER A
000740*                                   RESUBMISSION
000750*                      COLS  36-38  AGE IN PROCESSING DAYS AT
000760*                                   THIS RUN
000770*                      COL   40     E = PAST THE ESCALATION
000780*                                   THRESHOLD
000790*                      COLS  42-66  FIRST REJECT REASON
000800*                      COLS  68-92  LATEST REJECT REASON
000810*                      COLS  94-143 LINE-1 AS LAST REJECTED
000820*                      COLS 145-194 LINE-2 AS LAST REJECTED
000830*----------------------------------------------------------------
000840
000850 ENVIRONMENT DIVISION.
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     SELECT ORJ-ORO-FILE ASSIGN TO "ABCORO"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-ABCORO-STATUS.
000910
000920     SELECT ORJ-RCN-FILE ASSIGN TO "ABCRCN"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-ABCRCN-STATUS.
000950
000960     SELECT ORJ-AUN-FILE ASSIGN TO "ABCAUN"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-ABCAUN-STATUS.
000990
001000     SELECT ORJ-FXD-FILE ASSIGN TO "ABCFXD"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-ABCFXD-STATUS.
001030
001040     SELECT ORJ-CAL-FILE ASSIGN TO "ABCCAL"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-ABCCAL-STATUS.
001070
001080     SELECT ORJ-ORN-FILE ASSIGN TO "ABCORN"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-ABCORN-STATUS.
001110
001120     SELECT ORJ-RPT-FILE ASSIGN TO "ABCORR"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-ABCORR-STATUS.
001150
001160     SELECT ORJ-RUN-FILE ASSIGN TO "ABCRUN"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-ABCRUN-STATUS.
001190
001200*----------------------------------------------------------------
001210*    THE INVENTORY WORK FILE - EVERY OPEN REJECT FOR THE RUN,
001220*    KEYED BY BUSINESS DATE PLUS RECORD NUMBER SO A WALK IN KEY
001230*    ORDER MEETS THE OLDEST FIRST. SCRATCH, PRIVATE TO ONE RUN,
001240*    SIZED BY ITS DD ALLOCATION.
001250*----------------------------------------------------------------
001260     SELECT ORJ-ORW-FILE ASSIGN TO "ABCORW"
001270         ORGANIZATION IS INDEXED
001280         ACCESS IS DYNAMIC
001290         RECORD KEY IS ORJ-ORW-KEY
001300         FILE STATUS IS WS-ABCORW-STATUS.
001310
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  ORJ-ORO-FILE.
001350 01  ORJ-ORO-REC                 PIC X(194).
001360
001370 FD  ORJ-RCN-FILE.
001380 01  ORJ-RCN-REC                 PIC X(80).
001390
001400 FD  ORJ-AUN-FILE.
001410 01  ORJ-AUN-REC                 PIC X(256).
001420
001430 FD  ORJ-FXD-FILE.
001440 01  ORJ-FXD-REC.
001450     05  ORJ-FXD-ID              PIC X(03).
001460     05  FILLER                  PIC X(01).
001470     05  ORJ-FXD-DATE            PIC X(08).
001480     05  FILLER                  PIC X(01).
001490     05  ORJ-FXD-RECNO           PIC X(07).
001500     05  FILLER                  PIC X(01).
001510     05  ORJ-FXD-SRC             PIC X(02).
001520     05  FILLER                  PIC X(01).
001530     05  ORJ-FXD-REASON          PIC X(25).
001540     05  FILLER                  PIC X(31).
001550
001560 FD  ORJ-CAL-FILE.
001570 01  ORJ-CAL-REC.
001580     05  ORJ-CAL-DATE            PIC X(08).
001590     05  FILLER                  PIC X(01).
001600     05  ORJ-CAL-TYPE            PIC X(01).
001610     05  FILLER                  PIC X(01).
001620     05  ORJ-CAL-NEXT            PIC X(08).
001630     05  FILLER                  PIC X(01).
001640
001650 FD  ORJ-ORN-FILE.
001660 01  ORJ-ORN-REC                 PIC X(194).
001670
001680 FD  ORJ-RPT-FILE.
001690 01  ORJ-RPT-REC                 PIC X(132).
001700
001710 FD  ORJ-RUN-FILE.
001720 01  ORJ-RUN-REC                 PIC X(80).
001730
001740 FD  ORJ-ORW-FILE.
001750 01  ORJ-ORW-REC.
001760     05  ORJ-ORW-KEY.
001770         10  ORJ-ORW-DATE        PIC X(08).
001780         10  ORJ-ORW-RECNO       PIC X(07).
001790     05  ORJ-ORW-SRC             PIC X(02).
001800     05  ORJ-ORW-ORIGIN          PIC X(01).
001810     05  ORJ-ORW-LAST-DATE       PIC X(08).
001820     05  ORJ-ORW-REREJ           PIC 9(03).
001830     05  ORJ-ORW-FIRST-REASON    PIC X(25).
001840     05  ORJ-ORW-LAST-REASON     PIC X(25).
001850     05  ORJ-ORW-LINE1           PIC X(50).
001860     05  ORJ-ORW-LINE2           PIC X(50).
001870
001880 WORKING-STORAGE SECTION.
001890*----------------------------------------------------------------
001900* FILE STATUS AND END-OF-FILE SWITCHES
001910*----------------------------------------------------------------
001920 01  WS-ABCORO-STATUS            PIC X(02).
001930     88  ABCORO-OK               VALUE "00".
001940     88  ABCORO-EOF              VALUE "10".
001950
001960 01  WS-ABCRCN-STATUS            PIC X(02).
001970     88  ABCRCN-OK               VALUE "00".
001980     88  ABCRCN-EOF              VALUE "10".
001990
002000 01  WS-ABCAUN-STATUS            PIC X(02).
002010     88  ABCAUN-OK               VALUE "00".
002020     88  ABCAUN-EOF              VALUE "10".
002030
002040 01  WS-ABCFXD-STATUS            PIC X(02).
002050     88  ABCFXD-OK               VALUE "00".
002060     88  ABCFXD-EOF              VALUE "10".
002070
002080 01  WS-ABCCAL-STATUS            PIC X(02).
002090     88  ABCCAL-OK               VALUE "00".
002100     88  ABCCAL-EOF              VALUE "10".
002110
002120 01  WS-ABCORN-STATUS            PIC X(02).
002130     88  ABCORN-OK               VALUE "00".
002140
002150 01  WS-ABCORR-STATUS            PIC X(02).
002160     88  ABCORR-OK               VALUE "00".
002170
002180 01  WS-ABCRUN-STATUS            PIC X(02).
002190     88  ABCRUN-OK               VALUE "00".
002200
002210 01  WS-ABCORW-STATUS            PIC X(02).
002220     88  ABCORW-OK               VALUE "00".
002230     88  ABCORW-EOF              VALUE "10".
002240     88  ABCORW-DUP-KEY          VALUE "22".
002250     88  ABCORW-NOT-FOUND        VALUE "23".
002260
002270 01  WS-SWITCHES.
002280     05  WS-ORO-EOF-SW           PIC X(01)  VALUE "N".
002290         88  WS-ORO-EOF          VALUE "Y".
002300     05  WS-RCN-EOF-SW           PIC X(01)  VALUE "N".
002310         88  WS-RCN-EOF          VALUE "Y".
002320     05  WS-AUN-EOF-SW           PIC X(01)  VALUE "N".
002330         88  WS-AUN-EOF          VALUE "Y".
002340     05  WS-FXD-EOF-SW           PIC X(01)  VALUE "N".
002350         88  WS-FXD-EOF          VALUE "Y".
002360     05  WS-ORW-EOF-SW           PIC X(01)  VALUE "N".
002370         88  WS-ORW-EOF          VALUE "Y".
002380     05  WS-FATAL-SW             PIC X(01)  VALUE "N".
002390         88  WS-FATAL-ERROR      VALUE "Y".
002400
002410 01  WS-COUNTERS.
002420     05  WS-CARRIED-COUNT        PIC 9(07)  VALUE ZERO.
002430     05  WS-NEW-COUNT            PIC 9(07)  VALUE ZERO.
002440     05  WS-REREJ-COUNT          PIC 9(07)  VALUE ZERO.
002450     05  WS-CLEAN-COUNT          PIC 9(07)  VALUE ZERO.
002460     05  WS-DROP-COUNT           PIC 9(07)  VALUE ZERO.
002470     05  WS-RETIRED-COUNT        PIC 9(07)  VALUE ZERO.
002480     05  WS-OPEN-COUNT           PIC 9(07)  VALUE ZERO.
002490     05  WS-AGED-COUNT           PIC 9(07)  VALUE ZERO.
002500     05  WS-ESCALATE-COUNT       PIC 9(07)  VALUE ZERO.
002510     05  WS-UNMATCHED-COUNT      PIC 9(07)  VALUE ZERO.
002520     05  WS-DUP-TAKEON-COUNT     PIC 9(07)  VALUE ZERO.
002530     05  WS-NOT-APPLIED-COUNT    PIC 9(07)  VALUE ZERO.
002540     05  WS-AMBIGUOUS-COUNT      PIC 9(07)  VALUE ZERO.
002550
002560*----------------------------------------------------------------
002570* ESCALATION THRESHOLD, IN PROCESSING DAYS OPEN - COUNTED FROM
002580* THE BUSINESS DATE OF THE FIRST REJECT, EVEN ACROSS A
002590* RESUBMISSION THAT REJECTED AGAIN.
002600*----------------------------------------------------------------
002610 01  WS-AGE-CONTROLS.
002620     05  WS-ESC-THRESHOLD        PIC 9(03)  VALUE 005.
002630
002640 01  WS-AGE-WORK.
002650     05  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
002660     05  WS-AGE-DISP             PIC 9(03)  VALUE ZERO.
002670     05  WS-RUN-DATE-NUM         PIC 9(08)  VALUE ZERO.
002680     05  WS-ENT-DATE-NUM         PIC 9(08)  VALUE ZERO.
002690     05  WS-RUN-DAY-INT          PIC S9(09) COMP  VALUE ZERO.
002700     05  WS-ENT-DAY-INT          PIC S9(09) COMP  VALUE ZERO.
002710
002720*----------------------------------------------------------------
002730* PROCESSING-CALENDAR TABLE - THE P (PROCESSING) DATES FROM
002740* ABCCAL, LOADED AS ABCTRD LOADS THEM. AN ENTRY'S AGE IS THE
002750* NUMBER OF PROCESSING DATES AFTER ITS BUSINESS DATE UP TO AND
002760* INCLUDING TODAY; WITHOUT A CALENDAR (OR IF IT OVERFLOWS THE
002770* TABLE) AGE FALLS BACK TO CALENDAR DAYS, NOTED ON THE JOB LOG.
002780*----------------------------------------------------------------
002790 01  WS-CAL-CONTROLS.
002800     05  WS-CAL-MAX              PIC 9(04)  VALUE 0800.
002810     05  WS-CAL-COUNT            PIC 9(04)  VALUE ZERO.
002820     05  WS-CAL-SUB              PIC 9(04)  COMP  VALUE ZERO.
002830     05  WS-CAL-EOF-SW           PIC X(01)  VALUE "N".
002840         88  WS-CAL-EOF          VALUE "Y".
002850     05  WS-CAL-ON-SW            PIC X(01)  VALUE "N".
002860         88  WS-CAL-ON           VALUE "Y".
002870
002880 01  WS-CAL-TABLE.
002890     05  WS-CAL-DATE             PIC X(08)  OCCURS 800 TIMES.
002900
002910*----------------------------------------------------------------
002920* TONIGHT'S RETIREMENTS AND RE-REJECTS, HELD UNTIL ONE WALK OF
002930* THE INVENTORY HAS FOUND THE ENTRY EACH ONE BELONGS TO.
002940* TYPE: C = RESUBMISSION PROCESSED CLEAN, D = DROPPED BY
002950* ABCFIX, R = RESUBMISSION REJECTED AGAIN. HIT-KEY IS THE
002960* INVENTORY KEY MATCHED (SPACES = NONE). FROM-DATE IS THE RCY TAG
002970* DATE THE ITEM NAMES (SPACES = AN UNSTAMPED RESUBMISSION) AND
002980* HITS COUNTS THE ENTRIES THAT MATCH IT EXACTLY.
002990*----------------------------------------------------------------
003000 01  WS-RTR-CONTROLS.
003010     05  WS-RTR-MAX              PIC 9(04)  VALUE 2000.
003020     05  WS-RTR-COUNT            PIC 9(04)  VALUE ZERO.
003030     05  WS-RTR-SUB              PIC 9(04)  COMP  VALUE ZERO.
003040
003050 01  WS-RTR-TABLE.
003060     05  WS-RTR-ENTRY OCCURS 2000 TIMES.
003070         10  WS-RTR-TYPE         PIC X(01).
003080         10  WS-RTR-RECNO        PIC X(07).
003090         10  WS-RTR-SRC          PIC X(02).
003100         10  WS-RTR-DATE         PIC X(08).
003110         10  WS-RTR-OWN-REC      PIC X(07).
003120         10  WS-RTR-ORIGIN       PIC X(01).
003130         10  WS-RTR-REASON       PIC X(25).
003140         10  WS-RTR-LINE1        PIC X(50).
003150         10  WS-RTR-LINE2        PIC X(50).
003160         10  WS-RTR-HIT-KEY      PIC X(15).
003170         10  WS-RTR-FROM-DATE    PIC X(08).
003180         10  WS-RTR-HITS         PIC 9(02).
003190
003200*----------------------------------------------------------------
003210* THE SUMMARY BY SOURCE-ID AND LATEST REJECT REASON. A REFUSAL
003220* IS SUMMARISED BY ITS REASON CODE, NOT ITS FREE TEXT. ANYTHING
003230* PAST THE LAST SLOT IS FOLDED INTO IT.
003240*----------------------------------------------------------------
003250 01  WS-SUM-CONTROLS.
003260     05  WS-SUM-MAX              PIC 9(03)  VALUE 100.
003270     05  WS-SUM-COUNT            PIC 9(03)  VALUE ZERO.
003280     05  WS-SUM-SUB              PIC 9(03)  COMP  VALUE ZERO.
003290     05  WS-SUM-HIT              PIC 9(03)  COMP  VALUE ZERO.
003300     05  WS-SUM-KEY-SRC          PIC X(02).
003310     05  WS-SUM-KEY-REASON       PIC X(25).
003320
003330 01  WS-SUM-TABLE.
003340     05  WS-SUM-ENTRY OCCURS 100 TIMES.
003350         10  WS-SUM-SRC          PIC X(02).
003360         10  WS-SUM-REASON       PIC X(25).
003370         10  WS-SUM-OPEN         PIC 9(07).
003380         10  WS-SUM-ESC          PIC 9(07).
003390         10  WS-SUM-OLDEST       PIC 9(03).
003400
003410*----------------------------------------------------------------
003420* ONE RCY TAG, AUDIT RECORD OR DROP RECORD PULLED APART.
003430*----------------------------------------------------------------
003440 01  WS-PARSE-WORK.
003450     05  WS-TAG-ID               PIC X(03).
003460     05  WS-TAG-DATE             PIC X(08).
003470     05  WS-TAG-RECNO            PIC X(07).
003480     05  WS-TAG-REASON           PIC X(25).
003490     05  WS-TAG-ORIGIN           PIC X(01).
003500     05  WS-TAG-LINE1            PIC X(50).
003510     05  WS-TAG-LINE2            PIC X(50).
003520     05  WS-AUD-RECNO            PIC X(07).
003530     05  WS-AUD-DATE             PIC X(08).
003540     05  WS-AUD-SRC              PIC X(02).
003550     05  WS-AUD-RESUB            PIC X(07).
003560     05  WS-AUD-SCRAP            PIC X(256).
003570     05  WS-AUD-REST             PIC X(256).
003580     05  WS-NEW-TYPE             PIC X(01).
003590     05  WS-NEW-RECNO            PIC X(07).
003600     05  WS-NEW-SRC              PIC X(02).
003610     05  WS-NEW-DATE             PIC X(08).
003620     05  WS-NEW-OWN-REC          PIC X(07).
003630     05  WS-NEW-FROM-DATE        PIC X(08).
003640     05  WS-DISP-WORD            PIC X(30).
003650
003660*----------------------------------------------------------------
003670* RUN-CONTROL MILESTONE WORK AREA - ONE 80-BYTE RECORD APPENDED
003680* TO THE SHARED ABCRUN FILE AT END OF JOB, LAYOUT AS DOCUMENTED
003690* IN ABCCOL. COUNT 1 IS REJECTS STILL OPEN, COUNT 2 THOSE PAST
003700* THE ESCALATION THRESHOLD, COUNT 3 ENTRIES RETIRED TONIGHT.
003710*----------------------------------------------------------------
003720 01  WS-RUN-CONTROLS.
003730     05  WS-TIME-RAW             PIC X(08)  VALUE SPACES.
003740     05  WS-START-TIME           PIC X(06)  VALUE SPACES.
003750     05  WS-END-TIME             PIC X(06)  VALUE SPACES.
003760     05  WS-RC-DISP              PIC 9(02)  VALUE ZERO.
003770     05  WS-CNT-DISP             PIC 9(07)  VALUE ZERO.
003780     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
003790     05  WS-BATCH-DATE           PIC X(08)  VALUE SPACES.
003800
003810 PROCEDURE DIVISION.
003820*----------------------------------------------------------------
003830 0000-MAINLINE.
003840*----------------------------------------------------------------
003850     PERFORM 1000-INITIALIZE
003860         THRU 1000-INITIALIZE-EXIT.
003870
003880     IF NOT WS-FATAL-ERROR
003890         PERFORM 2000-LOAD-OLD-INVENTORY
003900             THRU 2000-LOAD-OLD-INVENTORY-EXIT
003910         PERFORM 3000-LOAD-DROPS
003920             THRU 3000-LOAD-DROPS-EXIT
003930         PERFORM 3200-TAKE-ONE-AUDIT-RECORD
003940             THRU 3200-TAKE-ONE-AUDIT-RECORD-EXIT
003950             UNTIL WS-AUN-EOF
003960         PERFORM 4000-TAKE-ON-ONE-REJECT
003970             THRU 4000-TAKE-ON-ONE-REJECT-EXIT
003980             UNTIL WS-RCN-EOF
003990     END-IF.
004000
004010     IF NOT WS-FATAL-ERROR
004020         PERFORM 5000-MATCH-TONIGHTS-ITEMS
004030             THRU 5000-MATCH-TONIGHTS-ITEMS-EXIT
004040         PERFORM 5500-APPLY-TONIGHTS-ITEMS
004050             THRU 5500-APPLY-TONIGHTS-ITEMS-EXIT
004060         PERFORM 6000-AGE-THE-INVENTORY
004070             THRU 6000-AGE-THE-INVENTORY-EXIT
004080         PERFORM 7000-WRITE-SUMMARY
004090             THRU 7000-WRITE-SUMMARY-EXIT
004100         PERFORM 7500-WRITE-TOTALS
004110             THRU 7500-WRITE-TOTALS-EXIT
004120     END-IF.
004130
004140     PERFORM 9000-TERMINATE
004150         THRU 9000-TERMINATE-EXIT.
004160
004170     GOBACK.
004180
004190*----------------------------------------------------------------
004200 1000-INITIALIZE.
004210*----------------------------------------------------------------
004220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004230     MOVE WS-RUN-DATE TO WS-BATCH-DATE.
004240     ACCEPT WS-TIME-RAW FROM TIME.
004250     MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
004260     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
004270     COMPUTE WS-RUN-DAY-INT =
004280         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
004290
004300*    TONIGHT'S REJECTS AND TONIGHT'S AUDIT ARE READ ONCE, AS
004310*    (+1) GENERATIONS - A RUN THAT CANNOT SEE THEM WOULD FORGET
004320*    THEM FOR GOOD, SO EITHER ONE MISSING IS FATAL AND THE PRIOR
004330*    INVENTORY GENERATION REMAINS THE ONE TO TRUST.
004340     OPEN INPUT ORJ-RCN-FILE.
004350     IF NOT ABCRCN-OK
004360         DISPLAY "ABCORJ: UNABLE TO OPEN ABCRCN, STATUS="
004370             WS-ABCRCN-STATUS
004380         MOVE "Y" TO WS-FATAL-SW
004390     END-IF.
004400
004410     IF NOT WS-FATAL-ERROR
004420         OPEN INPUT ORJ-AUN-FILE
004430         IF NOT ABCAUN-OK
004440             DISPLAY "ABCORJ: UNABLE TO OPEN ABCAUN, STATUS="
004450                 WS-ABCAUN-STATUS
004460             MOVE "Y" TO WS-FATAL-SW
004470         END-IF
004480     END-IF.
004490
004500     IF NOT WS-FATAL-ERROR
004510         OPEN OUTPUT ORJ-RPT-FILE
004520         IF NOT ABCORR-OK
004530             DISPLAY "ABCORJ: UNABLE TO OPEN ABCORR, STATUS="
004540                 WS-ABCORR-STATUS
004550             MOVE "Y" TO WS-FATAL-SW
004560         END-IF
004570     END-IF.
004580
004590*    THE INVENTORY WORK FILE IS CREATED EMPTY AND REOPENED I-O
004600*    SO RETIREMENTS CAN DELETE THE ENTRIES THEY CLOSE, AS
004610*    ABCACK DOES WITH ITS LEDGER.
004620     IF NOT WS-FATAL-ERROR
004630         OPEN OUTPUT ORJ-ORW-FILE
004640         IF ABCORW-OK
004650             CLOSE ORJ-ORW-FILE
004660             OPEN I-O ORJ-ORW-FILE
004670         END-IF
004680         IF NOT ABCORW-OK
004690             DISPLAY "ABCORJ: UNABLE TO OPEN ABCORW, STATUS="
004700                 WS-ABCORW-STATUS
004710             MOVE "Y" TO WS-FATAL-SW
004720         END-IF
004730     END-IF.
004740
004750     IF NOT WS-FATAL-ERROR
004760         PERFORM 1200-LOAD-CALENDAR
004770             THRU 1200-LOAD-CALENDAR-EXIT
004780     END-IF.
004790
004800*    THE NEW INVENTORY GENERATION IS OPENED LAST, ONLY ONCE
004810*    EVERYTHING THAT COULD GO FATAL HAS PASSED - AN EMPTY
004820*    GENERATION CATALOGED BY AN ABORTED RUN WOULD SILENTLY
004830*    FORGET EVERY OPEN REJECT. SAME RULE AS ABCACK'S LEDGER.
004840     IF NOT WS-FATAL-ERROR
004850         OPEN OUTPUT ORJ-ORN-FILE
004860         IF NOT ABCORN-OK
004870             DISPLAY "ABCORJ: UNABLE TO OPEN ABCORN, STATUS="
004880                 WS-ABCORN-STATUS
004890             MOVE "Y" TO WS-FATAL-SW
004900         END-IF
004910     END-IF.
004920
004930     IF NOT WS-FATAL-ERROR
004940         MOVE SPACES TO ORJ-RPT-REC
004950         STRING
004960             "ABCORJ OPEN-REJECT INVENTORY  RUN DATE "
004970                                   DELIMITED BY SIZE
004980             WS-RUN-DATE           DELIMITED BY SIZE
004990             "  ESCALATION AT "    DELIMITED BY SIZE
005000             WS-ESC-THRESHOLD      DELIMITED BY SIZE
005010             INTO ORJ-RPT-REC
005020         END-STRING
005030         IF WS-CAL-ON
005040             MOVE " PROCESSING DAYS" TO ORJ-RPT-REC(67:16)
005050         ELSE
005060             MOVE " CALENDAR DAYS" TO ORJ-RPT-REC(67:14)
005070         END-IF
005080         WRITE ORJ-RPT-REC
005090         MOVE SPACES TO ORJ-RPT-REC
005100         WRITE ORJ-RPT-REC
005110     END-IF.
005120 1000-INITIALIZE-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160*    THE PROCESSING CALENDAR IS OPTIONAL - ABSENT (OR TOO BIG
005170*    FOR THE TABLE) AGING FALLS BACK TO CALENDAR DAYS, NOTED ON
005180*    THE JOB LOG. ONLY THE P (PROCESSING) ROWS MATTER FOR AGING;
005190*    THE RUN DATE'S OWN ROW ALSO GIVES THE NIGHT'S BUSINESS DATE
005200*    AS ABCCOL WORKS IT OUT - THE RUN DATE ON A PROCESSING DAY,
005210*    ITS NEXT PROCESSING DATE OTHERWISE.
005220*----------------------------------------------------------------
005230 1200-LOAD-CALENDAR.
005240*----------------------------------------------------------------
005250     MOVE ZERO TO WS-CAL-COUNT.
005260     MOVE "N" TO WS-CAL-EOF-SW.
005270     OPEN INPUT ORJ-CAL-FILE.
005280     IF NOT ABCCAL-OK
005290         DISPLAY "ABCORJ: NO PROCESSING CALENDAR, ABCCAL "
005300             "STATUS=" WS-ABCCAL-STATUS
005310             " - AGING IN CALENDAR DAYS"
005320         GO TO 1200-LOAD-CALENDAR-EXIT
005330     END-IF.
005340     PERFORM 1210-READ-CAL-RECORD
005350         THRU 1210-READ-CAL-RECORD-EXIT
005360         UNTIL WS-CAL-EOF.
005370     CLOSE ORJ-CAL-FILE.
005380     IF WS-CAL-COUNT > ZERO
005390         SET WS-CAL-ON TO TRUE
005400     END-IF.
005410 1200-LOAD-CALENDAR-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------
005450 1210-READ-CAL-RECORD.
005460*----------------------------------------------------------------
005470     READ ORJ-CAL-FILE
005480         AT END
005490             SET WS-CAL-EOF TO TRUE
005500     END-READ.
005510     IF NOT WS-CAL-EOF AND ORJ-CAL-DATE = WS-RUN-DATE
005520         IF ORJ-CAL-TYPE = "P"
005530             MOVE ORJ-CAL-DATE TO WS-BATCH-DATE
005540         ELSE
005550             MOVE ORJ-CAL-NEXT TO WS-BATCH-DATE
005560         END-IF
005570     END-IF.
005580     IF WS-CAL-EOF OR ORJ-CAL-TYPE NOT = "P"
005590         GO TO 1210-READ-CAL-RECORD-EXIT
005600     END-IF.
005610     IF WS-CAL-COUNT = WS-CAL-MAX
005620         DISPLAY "ABCORJ: CALENDAR EXCEEDS " WS-CAL-MAX
005630             " PROCESSING DATES - AGING IN CALENDAR DAYS"
005640         MOVE ZERO TO WS-CAL-COUNT
005650         SET WS-CAL-EOF TO TRUE
005660         GO TO 1210-READ-CAL-RECORD-EXIT
005670     END-IF.
005680     ADD 1 TO WS-CAL-COUNT.
005690     MOVE ORJ-CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT).
005700 1210-READ-CAL-RECORD-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740*    THE CARRIED-FORWARD INVENTORY IS OPTIONAL - THE FIRST-EVER
005750*    RUN STARTS EMPTY, THE SAME RULE AS ABCACK'S OLD LEDGER.
005760*    EVERY ROW GOES ONTO THE ABCORW WORK FILE.
005770*----------------------------------------------------------------
005780 2000-LOAD-OLD-INVENTORY.
005790*----------------------------------------------------------------
005800     OPEN INPUT ORJ-ORO-FILE.
005810     IF NOT ABCORO-OK
005820         DISPLAY "ABCORJ: NO PRIOR INVENTORY, ABCORO STATUS="
005830             WS-ABCORO-STATUS " - STARTING EMPTY"
005840         GO TO 2000-LOAD-OLD-INVENTORY-EXIT
005850     END-IF.
005860     PERFORM 2100-LOAD-ONE-INVENTORY-ROW
005870         THRU 2100-LOAD-ONE-INVENTORY-ROW-EXIT
005880         UNTIL WS-ORO-EOF.
005890     CLOSE ORJ-ORO-FILE.
005900 2000-LOAD-OLD-INVENTORY-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940 2100-LOAD-ONE-INVENTORY-ROW.
005950*----------------------------------------------------------------
005960     READ ORJ-ORO-FILE
005970         AT END
005980             SET WS-ORO-EOF TO TRUE
005990     END-READ.
006000     IF WS-ORO-EOF
006010         GO TO 2100-LOAD-ONE-INVENTORY-ROW-EXIT
006020     END-IF.
006030     IF ORJ-ORO-REC(1:8) NOT NUMERIC
006040             OR ORJ-ORO-REC(10:7) NOT NUMERIC
006050         GO TO 2100-LOAD-ONE-INVENTORY-ROW-EXIT
006060     END-IF.
006070     MOVE ORJ-ORO-REC(1:8)    TO ORJ-ORW-DATE.
006080     MOVE ORJ-ORO-REC(10:7)   TO ORJ-ORW-RECNO.
006090     MOVE ORJ-ORO-REC(18:2)   TO ORJ-ORW-SRC.
006100     MOVE ORJ-ORO-REC(21:1)   TO ORJ-ORW-ORIGIN.
006110     MOVE ORJ-ORO-REC(23:8)   TO ORJ-ORW-LAST-DATE.
006120     IF ORJ-ORO-REC(32:3) NUMERIC
006130         MOVE ORJ-ORO-REC(32:3) TO ORJ-ORW-REREJ
006140     ELSE
006150         MOVE ZERO TO ORJ-ORW-REREJ
006160     END-IF.
006170     MOVE ORJ-ORO-REC(42:25)  TO ORJ-ORW-FIRST-REASON.
006180     MOVE ORJ-ORO-REC(68:25)  TO ORJ-ORW-LAST-REASON.
006190     MOVE ORJ-ORO-REC(94:50)  TO ORJ-ORW-LINE1.
006200     MOVE ORJ-ORO-REC(145:50) TO ORJ-ORW-LINE2.
006210     PERFORM 2200-WRITE-ORW-RECORD
006220         THRU 2200-WRITE-ORW-RECORD-EXIT.
006230     IF ABCORW-OK
006240         ADD 1 TO WS-CARRIED-COUNT
006250     END-IF.
006260 2100-LOAD-ONE-INVENTORY-ROW-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300*    ONE WRITE SEAM FOR THE WORK FILE. A DUPLICATE KEY (THE SAME
006310*    REJECT TAKEN ON TWICE - A RE-RUN OF THE NIGHT) IS COUNTED
006320*    AND PASSED OVER RATHER THAN DOUBLED; ANY OTHER WRITE
006330*    FAILURE IS FATAL - A PART-BUILT INVENTORY WOULD LOSE OPEN
006340*    REJECTS.
006350*----------------------------------------------------------------
006360 2200-WRITE-ORW-RECORD.
006370*----------------------------------------------------------------
006380     WRITE ORJ-ORW-REC
006390         INVALID KEY
006400             CONTINUE
006410     END-WRITE.
006420     IF ABCORW-DUP-KEY
006430         ADD 1 TO WS-DUP-TAKEON-COUNT
006440         GO TO 2200-WRITE-ORW-RECORD-EXIT
006450     END-IF.
006460     IF NOT ABCORW-OK
006470         DISPLAY "ABCORJ: ABCORW WRITE FAILED, STATUS="
006480             WS-ABCORW-STATUS " - RUN ABORTED"
006490         MOVE "Y" TO WS-FATAL-SW
006500         SET WS-ORO-EOF TO TRUE
006510         SET WS-RCN-EOF TO TRUE
006520     END-IF.
006530 2200-WRITE-ORW-RECORD-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------
006570*    ABCFIX'S DROPS - EVERY KEPT FIXDROP GENERATION, SO A NIGHT
006580*    THAT MISSED ONE PICKS IT UP THE NEXT; A DROP ALREADY ACTED
006590*    ON SIMPLY MATCHES NOTHING. OPTIONAL: WITHOUT IT NOTHING IS
006600*    RETIRED AS DROPPED TONIGHT, NOTED ON THE JOB LOG.
006610*----------------------------------------------------------------
006620 3000-LOAD-DROPS.
006630*----------------------------------------------------------------
006640     OPEN INPUT ORJ-FXD-FILE.
006650     IF NOT ABCFXD-OK
006660         DISPLAY "ABCORJ: NO ABCFIX DROP FILE, ABCFXD STATUS="
006670             WS-ABCFXD-STATUS " - NO DROPS TAKEN TONIGHT"
006680         GO TO 3000-LOAD-DROPS-EXIT
006690     END-IF.
006700     PERFORM 3100-TAKE-ONE-DROP
006710         THRU 3100-TAKE-ONE-DROP-EXIT
006720         UNTIL WS-FXD-EOF.
006730     CLOSE ORJ-FXD-FILE.
006740 3000-LOAD-DROPS-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780*    ONE DRP RECORD, LAYOUT PER ABCFIX: DATE IN COLS 5-12 (THE
006790*    RCY TAG DATE IT WAS DROPPED FROM), RECORD NUMBER 14-20,
006800*    SOURCE-ID 22-23.
006810*----------------------------------------------------------------
006820 3100-TAKE-ONE-DROP.
006830*----------------------------------------------------------------
006840     READ ORJ-FXD-FILE
006850         AT END
006860             SET WS-FXD-EOF TO TRUE
006870     END-READ.
006880     IF WS-FXD-EOF OR ORJ-FXD-ID NOT = "DRP"
006890         GO TO 3100-TAKE-ONE-DROP-EXIT
006900     END-IF.
006910     IF ORJ-FXD-RECNO NOT NUMERIC
006920         GO TO 3100-TAKE-ONE-DROP-EXIT
006930     END-IF.
006940     MOVE "D"            TO WS-NEW-TYPE.
006950     MOVE ORJ-FXD-RECNO  TO WS-NEW-RECNO.
006960     MOVE ORJ-FXD-SRC    TO WS-NEW-SRC.
006970     MOVE ORJ-FXD-DATE   TO WS-NEW-DATE.
006980     MOVE SPACES         TO WS-NEW-OWN-REC.
006990     MOVE ORJ-FXD-DATE   TO WS-NEW-FROM-DATE.
007000     MOVE SPACES         TO WS-TAG-REASON, WS-TAG-ORIGIN,
007010         WS-TAG-LINE1, WS-TAG-LINE2.
007020     PERFORM 3900-ADD-TONIGHTS-ITEM
007030         THRU 3900-ADD-TONIGHTS-ITEM-EXIT.
007040 3100-TAKE-ONE-DROP-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------
007080*    ONE AUDIT RECORD FROM TONIGHT'S PASSES. ONLY A RESUBMITTED
007090*    PAIR (RESUB= PRESENT) MATTERS - IT PROCESSED CLEAN, SO THE
007100*    REJECT IT CAME FROM IS RETIRED. FIELDS FOUND BY NAME AS
007110*    ABCACK AND ABCAUC DO IT.
007120*----------------------------------------------------------------
007130 3200-TAKE-ONE-AUDIT-RECORD.
007140*----------------------------------------------------------------
007150     READ ORJ-AUN-FILE
007160         AT END
007170             SET WS-AUN-EOF TO TRUE
007180     END-READ.
007190     IF WS-AUN-EOF OR ORJ-AUN-REC(1:4) NOT = "REC "
007200         GO TO 3200-TAKE-ONE-AUDIT-RECORD-EXIT
007210     END-IF.
007220     MOVE SPACES TO WS-AUD-REST.
007230     UNSTRING ORJ-AUN-REC
007240         DELIMITED BY "RESUB="
007250         INTO WS-AUD-SCRAP, WS-AUD-REST
007260     END-UNSTRING.
007270     IF WS-AUD-REST(1:7) NOT NUMERIC
007280         GO TO 3200-TAKE-ONE-AUDIT-RECORD-EXIT
007290     END-IF.
007300     MOVE WS-AUD-REST(1:7) TO WS-AUD-RESUB.
007310     MOVE ORJ-AUN-REC(5:7) TO WS-AUD-RECNO.
007320
007330     MOVE SPACES TO WS-AUD-REST.
007340     UNSTRING ORJ-AUN-REC
007350         DELIMITED BY "DATE="
007360         INTO WS-AUD-SCRAP, WS-AUD-REST
007370     END-UNSTRING.
007380     MOVE WS-AUD-REST(1:8) TO WS-AUD-DATE.
007390
007400     MOVE SPACES TO WS-AUD-REST.
007410     UNSTRING ORJ-AUN-REC
007420         DELIMITED BY "SRC="
007430         INTO WS-AUD-SCRAP, WS-AUD-REST
007440     END-UNSTRING.
007450     MOVE WS-AUD-REST(1:2) TO WS-AUD-SRC.
007460
007470     MOVE SPACES TO WS-AUD-REST, WS-NEW-FROM-DATE.
007480     UNSTRING ORJ-AUN-REC
007490         DELIMITED BY "RCYDATE="
007500         INTO WS-AUD-SCRAP, WS-AUD-REST
007510     END-UNSTRING.
007520     IF WS-AUD-REST(1:8) NUMERIC
007530         MOVE WS-AUD-REST(1:8) TO WS-NEW-FROM-DATE
007540     END-IF.
007550
007560     MOVE "C"            TO WS-NEW-TYPE.
007570     MOVE WS-AUD-RESUB   TO WS-NEW-RECNO.
007580     MOVE WS-AUD-SRC     TO WS-NEW-SRC.
007590     MOVE WS-AUD-DATE    TO WS-NEW-DATE.
007600     MOVE WS-AUD-RECNO   TO WS-NEW-OWN-REC.
007610     MOVE SPACES         TO WS-TAG-REASON, WS-TAG-ORIGIN,
007620         WS-TAG-LINE1, WS-TAG-LINE2.
007630     PERFORM 3900-ADD-TONIGHTS-ITEM
007640         THRU 3900-ADD-TONIGHTS-ITEM-EXIT.
007650 3200-TAKE-ONE-AUDIT-RECORD-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690*    HOLD ONE RETIREMENT OR RE-REJECT FOR THE INVENTORY WALK. A
007700*    FULL TABLE IS NOT FATAL - THE ITEM IS LISTED AS NOT APPLIED
007710*    (A DROP IS SEEN AGAIN TOMORROW, ANYTHING ELSE IS FOR THE
007720*    DESK) AND THE STEP ENDS RC=04 AT LEAST.
007730*----------------------------------------------------------------
007740 3900-ADD-TONIGHTS-ITEM.
007750*----------------------------------------------------------------
007760     IF WS-RTR-COUNT = WS-RTR-MAX
007770         ADD 1 TO WS-NOT-APPLIED-COUNT
007780         MOVE SPACES TO ORJ-RPT-REC
007790         STRING
007800             "  NOT APPLIED - TABLE FULL: " DELIMITED BY SIZE
007810             WS-NEW-TYPE           DELIMITED BY SIZE
007820             " REC "               DELIMITED BY SIZE
007830             WS-NEW-RECNO          DELIMITED BY SIZE
007840             " OF "                DELIMITED BY SIZE
007850             WS-NEW-DATE           DELIMITED BY SIZE
007860             " SRC="               DELIMITED BY SIZE
007870             WS-NEW-SRC            DELIMITED BY SIZE
007880             INTO ORJ-RPT-REC
007890         END-STRING
007900         WRITE ORJ-RPT-REC
007910         GO TO 3900-ADD-TONIGHTS-ITEM-EXIT
007920     END-IF.
007930     ADD 1 TO WS-RTR-COUNT.
007940     MOVE WS-NEW-TYPE     TO WS-RTR-TYPE(WS-RTR-COUNT).
007950     MOVE WS-NEW-RECNO    TO WS-RTR-RECNO(WS-RTR-COUNT).
007960     MOVE WS-NEW-SRC      TO WS-RTR-SRC(WS-RTR-COUNT).
007970     MOVE WS-NEW-DATE     TO WS-RTR-DATE(WS-RTR-COUNT).
007980     MOVE WS-NEW-OWN-REC  TO WS-RTR-OWN-REC(WS-RTR-COUNT).
007990     MOVE WS-TAG-ORIGIN   TO WS-RTR-ORIGIN(WS-RTR-COUNT).
008000     MOVE WS-TAG-REASON   TO WS-RTR-REASON(WS-RTR-COUNT).
008010     MOVE WS-TAG-LINE1    TO WS-RTR-LINE1(WS-RTR-COUNT).
008020     MOVE WS-TAG-LINE2    TO WS-RTR-LINE2(WS-RTR-COUNT).
008030     MOVE SPACES          TO WS-RTR-HIT-KEY(WS-RTR-COUNT).
008040     MOVE WS-NEW-FROM-DATE TO WS-RTR-FROM-DATE(WS-RTR-COUNT).
008050     MOVE ZERO            TO WS-RTR-HITS(WS-RTR-COUNT).
008060 3900-ADD-TONIGHTS-ITEM-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------------
008100*    ONE REJECT FROM TONIGHT'S RECYCLE FILES - AN RCY TAG AND
008110*    ITS RAW LINE-1 AND LINE-2, IN ABC'S LAYOUT (ABCACK WRITES
008120*    ITS REFUSALS THE SAME WAY). ANYTHING AHEAD OF A TAG IS
008130*    NOISE. A FIRST-TIME REJECT OPENS AN ENTRY UNDER ITS TAG;
008140*    A RESUBMISSION THAT REJECTED AGAIN (ORIGINAL RECORD NUMBER
008150*    IN LINE-1 COLS 42-48) IS HELD TO UPDATE THE ENTRY IT CAME
008160*    FROM.
008170*----------------------------------------------------------------
008180 4000-TAKE-ON-ONE-REJECT.
008190*----------------------------------------------------------------
008200     READ ORJ-RCN-FILE
008210         AT END
008220             SET WS-RCN-EOF TO TRUE
008230     END-READ.
008240     IF WS-RCN-EOF
008250         GO TO 4000-TAKE-ON-ONE-REJECT-EXIT
008260     END-IF.
008270     IF ORJ-RCN-REC(1:4) NOT = "RCY "
008280         GO TO 4000-TAKE-ON-ONE-REJECT-EXIT
008290     END-IF.
008300
008310     MOVE SPACES TO WS-TAG-ID, WS-TAG-DATE, WS-TAG-RECNO.
008320     UNSTRING ORJ-RCN-REC
008330         DELIMITED BY ALL " "
008340         INTO WS-TAG-ID, WS-TAG-DATE, WS-TAG-RECNO
008350     END-UNSTRING.
008360     MOVE ORJ-RCN-REC(22:25) TO WS-TAG-REASON.
008370     MOVE SPACES TO WS-TAG-LINE1, WS-TAG-LINE2.
008380
008390     READ ORJ-RCN-FILE
008400         AT END
008410             SET WS-RCN-EOF TO TRUE
008420     END-READ.
008430     IF NOT WS-RCN-EOF
008440         MOVE ORJ-RCN-REC(1:50) TO WS-TAG-LINE1
008450         READ ORJ-RCN-FILE
008460             AT END
008470                 SET WS-RCN-EOF TO TRUE
008480         END-READ
008490         IF NOT WS-RCN-EOF
008500             MOVE ORJ-RCN-REC(1:50) TO WS-TAG-LINE2
008510         END-IF
008520     END-IF.
008530
008540     IF WS-TAG-DATE NOT NUMERIC OR WS-TAG-RECNO NOT NUMERIC
008550         GO TO 4000-TAKE-ON-ONE-REJECT-EXIT
008560     END-IF.
008570
008580*    ORIGIN: A REFUSAL CARRIES ABCACK'S REASON; A PRIORITY-
008590*    FLAGGED PAIR (LINE-1 COL 41) CAME THROUGH THE EXPRESS PASS.
008600     EVALUATE TRUE
008610         WHEN WS-TAG-REASON(1:18) = "REFUSED DOWNSTREAM"
008620             MOVE "N" TO WS-TAG-ORIGIN
008630         WHEN WS-TAG-LINE1(41:1) = "P"
008640             MOVE "X" TO WS-TAG-ORIGIN
008650         WHEN OTHER
008660             MOVE "M" TO WS-TAG-ORIGIN
008670     END-EVALUATE.
008680
008690     IF WS-TAG-LINE1(42:7) NUMERIC
008700             AND WS-TAG-LINE1(42:7) NOT = ZERO
008710         MOVE "R"              TO WS-NEW-TYPE
008720         MOVE WS-TAG-RECNO     TO WS-NEW-RECNO
008730         MOVE WS-TAG-LINE1(49:2) TO WS-NEW-SRC
008740         MOVE WS-TAG-DATE      TO WS-NEW-DATE
008750         MOVE SPACES           TO WS-NEW-OWN-REC
008760         MOVE SPACES           TO WS-NEW-FROM-DATE
008770         IF WS-TAG-LINE2(41:8) NUMERIC
008780             MOVE WS-TAG-LINE2(41:8) TO WS-NEW-FROM-DATE
008790         END-IF
008800         PERFORM 3900-ADD-TONIGHTS-ITEM
008810             THRU 3900-ADD-TONIGHTS-ITEM-EXIT
008820         GO TO 4000-TAKE-ON-ONE-REJECT-EXIT
008830     END-IF.
008840
008850     PERFORM 4100-OPEN-NEW-ENTRY
008860         THRU 4100-OPEN-NEW-ENTRY-EXIT.
008870 4000-TAKE-ON-ONE-REJECT-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------------
008910*    OPEN AN INVENTORY ENTRY FOR THE TAG JUST READ - ALSO THE
008920*    FALL-BACK FOR A RE-REJECT WHOSE ORIGINAL ENTRY IS NOT ON
008930*    THE INVENTORY.
008940*----------------------------------------------------------------
008950 4100-OPEN-NEW-ENTRY.
008960*----------------------------------------------------------------
008970     MOVE SPACES            TO ORJ-ORW-REC.
008980     MOVE WS-TAG-DATE       TO ORJ-ORW-DATE.
008990     MOVE WS-TAG-RECNO      TO ORJ-ORW-RECNO.
009000     MOVE WS-TAG-LINE1(49:2) TO ORJ-ORW-SRC.
009010     IF ORJ-ORW-SRC = SPACES
009020         MOVE "??" TO ORJ-ORW-SRC
009030     END-IF.
009040     MOVE WS-TAG-ORIGIN     TO ORJ-ORW-ORIGIN.
009050     MOVE WS-TAG-DATE       TO ORJ-ORW-LAST-DATE.
009060     MOVE ZERO              TO ORJ-ORW-REREJ.
009070     MOVE WS-TAG-REASON     TO ORJ-ORW-FIRST-REASON.
009080     MOVE WS-TAG-REASON     TO ORJ-ORW-LAST-REASON.
009090     MOVE WS-TAG-LINE1      TO ORJ-ORW-LINE1.
009100     MOVE WS-TAG-LINE2      TO ORJ-ORW-LINE2.
009110     PERFORM 2200-WRITE-ORW-RECORD
009120         THRU 2200-WRITE-ORW-RECORD-EXIT.
009130     IF ABCORW-OK
009140         ADD 1 TO WS-NEW-COUNT
009150     END-IF.
009160 4100-OPEN-NEW-ENTRY-EXIT.
009170     EXIT.
009180
009190*----------------------------------------------------------------
009200*    ONE WALK OF THE INVENTORY IN KEY ORDER FINDS THE ENTRY
009210*    EACH OF TONIGHT'S ITEMS BELONGS TO. A DROP NAMES ITS ENTRY
009220*    EXACTLY (RECORD NUMBER, SOURCE-ID, AND THE TAG DATE IT WAS
009230*    DROPPED FROM - THE ENTRY'S FIRST OR LATEST REJECT). A CLEAN
009240*    RESUBMISSION OR A RE-REJECT NAMES ITS ENTRY THE SAME WAY -
009250*    THE ORIGINAL RECORD NUMBER, SOURCE-ID AND THE RCY TAG DATE
009260*    ABCFIX CORRECTED IT FROM. ONE ABCFIX WROTE WITHOUT THE DATE
009270*    NAMES ONLY THE RECORD NUMBER AND SOURCE-ID, SO IT TAKES THE
009280*    LATEST OPEN ENTRY THAT MATCHES AND IS DATED BEFORE IT.
009290*----------------------------------------------------------------
009300 5000-MATCH-TONIGHTS-ITEMS.
009310*----------------------------------------------------------------
009320     IF WS-RTR-COUNT = ZERO
009330         GO TO 5000-MATCH-TONIGHTS-ITEMS-EXIT
009340     END-IF.
009350     MOVE "N" TO WS-ORW-EOF-SW.
009360     MOVE LOW-VALUES TO ORJ-ORW-KEY.
009370     START ORJ-ORW-FILE KEY NOT < ORJ-ORW-KEY
009380         INVALID KEY
009390             SET WS-ORW-EOF TO TRUE
009400     END-START.
009410     PERFORM 5100-MATCH-ONE-ENTRY
009420         THRU 5100-MATCH-ONE-ENTRY-EXIT
009430         UNTIL WS-ORW-EOF.
009440 5000-MATCH-TONIGHTS-ITEMS-EXIT.
009450     EXIT.
009460
009470*----------------------------------------------------------------
009480 5100-MATCH-ONE-ENTRY.
009490*----------------------------------------------------------------
009500     READ ORJ-ORW-FILE NEXT RECORD
009510         AT END
009520             SET WS-ORW-EOF TO TRUE
009530     END-READ.
009540     IF WS-ORW-EOF
009550         GO TO 5100-MATCH-ONE-ENTRY-EXIT
009560     END-IF.
009570     PERFORM 5110-TRY-ONE-ITEM
009580         THRU 5110-TRY-ONE-ITEM-EXIT
009590         VARYING WS-RTR-SUB FROM 1 BY 1
009600         UNTIL WS-RTR-SUB > WS-RTR-COUNT.
009610 5100-MATCH-ONE-ENTRY-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------------
009650 5110-TRY-ONE-ITEM.
009660*----------------------------------------------------------------
009670     IF WS-RTR-RECNO(WS-RTR-SUB) NOT = ORJ-ORW-RECNO
009680         GO TO 5110-TRY-ONE-ITEM-EXIT
009690     END-IF.
009700     IF WS-RTR-SRC(WS-RTR-SUB) NOT = SPACES
009710             AND WS-RTR-SRC(WS-RTR-SUB) NOT = ORJ-ORW-SRC
009720             AND ORJ-ORW-SRC NOT = "??"
009730         GO TO 5110-TRY-ONE-ITEM-EXIT
009740     END-IF.
009750     IF WS-RTR-FROM-DATE(WS-RTR-SUB) NOT = SPACES
009760         IF WS-RTR-FROM-DATE(WS-RTR-SUB) = ORJ-ORW-DATE
009770                 OR WS-RTR-FROM-DATE(WS-RTR-SUB)
009780                     = ORJ-ORW-LAST-DATE
009790             MOVE ORJ-ORW-KEY TO WS-RTR-HIT-KEY(WS-RTR-SUB)
009800             IF WS-RTR-HITS(WS-RTR-SUB) < 99
009810                 ADD 1 TO WS-RTR-HITS(WS-RTR-SUB)
009820             END-IF
009830         END-IF
009840     ELSE
009850         IF ORJ-ORW-DATE < WS-RTR-DATE(WS-RTR-SUB)
009860             MOVE ORJ-ORW-KEY TO WS-RTR-HIT-KEY(WS-RTR-SUB)
009870         END-IF
009880     END-IF.
009890 5110-TRY-ONE-ITEM-EXIT.
009900     EXIT.
009910
009920*----------------------------------------------------------------
009930*    APPLY TONIGHT'S ITEMS IN THE ORDER THEY WERE READ - DROPS,
009940*    THEN CLEAN RESUBMISSIONS, THEN RE-REJECTS.
009950*----------------------------------------------------------------
009960 5500-APPLY-TONIGHTS-ITEMS.
009970*----------------------------------------------------------------
009980     IF WS-RTR-COUNT = ZERO
009990         GO TO 5500-APPLY-TONIGHTS-ITEMS-EXIT
010000     END-IF.
010010     MOVE "  RETIRED AND REJECTED AGAIN TONIGHT" TO ORJ-RPT-REC.
010020     WRITE ORJ-RPT-REC.
010030     PERFORM 5510-APPLY-ONE-ITEM
010040         THRU 5510-APPLY-ONE-ITEM-EXIT
010050         VARYING WS-RTR-SUB FROM 1 BY 1
010060         UNTIL WS-RTR-SUB > WS-RTR-COUNT.
010070     MOVE SPACES TO ORJ-RPT-REC.
010080     WRITE ORJ-RPT-REC.
010090 5500-APPLY-TONIGHTS-ITEMS-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------------
010130 5510-APPLY-ONE-ITEM.
010140*----------------------------------------------------------------
010150*    AN ITEM THAT NAMES MORE THAN ONE ENTRY EXACTLY IS NOT
010160*    APPLIED TO ANY OF THEM - THE DESK DECIDES.
010170     IF WS-RTR-HITS(WS-RTR-SUB) > 1
010180         ADD 1 TO WS-AMBIGUOUS-COUNT
010190         MOVE SPACES TO ORJ-RPT-REC
010200         STRING
010210             "  NOT APPLIED - AMBIGUOUS: " DELIMITED BY SIZE
010220             WS-RTR-TYPE(WS-RTR-SUB) DELIMITED BY SIZE
010230             " REC "               DELIMITED BY SIZE
010240             WS-RTR-RECNO(WS-RTR-SUB) DELIMITED BY SIZE
010250             " OF "                DELIMITED BY SIZE
010260             WS-RTR-FROM-DATE(WS-RTR-SUB) DELIMITED BY SIZE
010270             " SRC="               DELIMITED BY SIZE
010280             WS-RTR-SRC(WS-RTR-SUB) DELIMITED BY SIZE
010290             " MATCHES "           DELIMITED BY SIZE
010300             WS-RTR-HITS(WS-RTR-SUB) DELIMITED BY SIZE
010310             " OPEN ENTRIES"       DELIMITED BY SIZE
010320             INTO ORJ-RPT-REC
010330         END-STRING
010340         WRITE ORJ-RPT-REC
010350         GO TO 5510-APPLY-ONE-ITEM-EXIT
010360     END-IF.
010370     IF WS-RTR-TYPE(WS-RTR-SUB) = "R"
010380         PERFORM 5600-APPLY-ONE-REREJECT
010390             THRU 5600-APPLY-ONE-REREJECT-EXIT
010400         GO TO 5510-APPLY-ONE-ITEM-EXIT
010410     END-IF.
010420
010430*    A DROP THAT MATCHES NOTHING WAS ACTED ON ON AN EARLIER
010440*    NIGHT (THE KEPT FIXDROP GENERATIONS ARE READ EVERY TIME).
010450*    A CLEAN RESUBMISSION THAT MATCHES NOTHING CAME FROM A
010460*    REJECT OLDER THAN THE INVENTORY ITSELF - LISTED, NOTHING
010470*    TO RETIRE.
010480     IF WS-RTR-HIT-KEY(WS-RTR-SUB) = SPACES
010490         IF WS-RTR-TYPE(WS-RTR-SUB) = "C"
010500             ADD 1 TO WS-UNMATCHED-COUNT
010510             MOVE SPACES TO ORJ-RPT-REC
010520             STRING
010530                 "  NOT ON INVENTORY: REC " DELIMITED BY SIZE
010540                 WS-RTR-OWN-REC(WS-RTR-SUB) DELIMITED BY SIZE
010550                 " OF "            DELIMITED BY SIZE
010560                 WS-RTR-DATE(WS-RTR-SUB) DELIMITED BY SIZE
010570                 " SRC="           DELIMITED BY SIZE
010580                 WS-RTR-SRC(WS-RTR-SUB) DELIMITED BY SIZE
010590                 " RESUBMITTED CLEAN FOR REC " DELIMITED BY SIZE
010600                 WS-RTR-RECNO(WS-RTR-SUB) DELIMITED BY SIZE
010610                 " - NO OPEN REJECT TO RETIRE" DELIMITED BY SIZE
010620                 INTO ORJ-RPT-REC
010630             END-STRING
010640             WRITE ORJ-RPT-REC
010650         END-IF
010660         GO TO 5510-APPLY-ONE-ITEM-EXIT
010670     END-IF.
010680
010690     MOVE WS-RTR-HIT-KEY(WS-RTR-SUB) TO ORJ-ORW-KEY.
010700     READ ORJ-ORW-FILE
010710         INVALID KEY
010720             CONTINUE
010730     END-READ.
010740     IF NOT ABCORW-OK
010750         GO TO 5510-APPLY-ONE-ITEM-EXIT
010760     END-IF.
010770     DELETE ORJ-ORW-FILE RECORD
010780         INVALID KEY
010790             CONTINUE
010800     END-DELETE.
010810     IF NOT ABCORW-OK
010820         GO TO 5510-APPLY-ONE-ITEM-EXIT
010830     END-IF.
010840     ADD 1 TO WS-RETIRED-COUNT.
010850     IF WS-RTR-TYPE(WS-RTR-SUB) = "C"
010860         ADD 1 TO WS-CLEAN-COUNT
010870         MOVE SPACES TO WS-DISP-WORD
010880         STRING
010890             "RESUBMITTED CLEAN AS REC " DELIMITED BY SIZE
010900             WS-RTR-OWN-REC(WS-RTR-SUB) DELIMITED BY SIZE
010910             INTO WS-DISP-WORD
010920         END-STRING
010930     ELSE
010940         ADD 1 TO WS-DROP-COUNT
010950         MOVE "DROPPED BY ABCFIX" TO WS-DISP-WORD
010960     END-IF.
010970     MOVE SPACES TO ORJ-RPT-REC.
010980     STRING
010990         "  RETIRED: REC "         DELIMITED BY SIZE
011000         ORJ-ORW-RECNO             DELIMITED BY SIZE
011010         " OF "                    DELIMITED BY SIZE
011020         ORJ-ORW-DATE              DELIMITED BY SIZE
011030         " SRC="                   DELIMITED BY SIZE
011040         ORJ-ORW-SRC               DELIMITED BY SIZE
011050         " ("                      DELIMITED BY SIZE
011060         FUNCTION TRIM(ORJ-ORW-LAST-REASON) DELIMITED BY SIZE
011070         ") "                      DELIMITED BY SIZE
011080         WS-DISP-WORD              DELIMITED BY "  "
011090         INTO ORJ-RPT-REC
011100     END-STRING.
011110     WRITE ORJ-RPT-REC.
011120 5510-APPLY-ONE-ITEM-EXIT.
011130     EXIT.
011140
011150*----------------------------------------------------------------
011160*    A RESUBMISSION THAT REJECTED AGAIN - THE ENTRY IT CAME FROM
011170*    TAKES THE NEW DATE, REASON AND LINES AND COUNTS ONE MORE
011180*    REJECT, BUT KEEPS ITS KEY (THE FIRST REJECT'S DATE), SO THE
011190*    AGE NEVER RESETS. WITH NO ENTRY TO UPDATE IT OPENS ONE.
011200*----------------------------------------------------------------
011210 5600-APPLY-ONE-REREJECT.
011220*----------------------------------------------------------------
011230     MOVE WS-RTR-DATE(WS-RTR-SUB)   TO WS-TAG-DATE.
011240     MOVE WS-RTR-RECNO(WS-RTR-SUB)  TO WS-TAG-RECNO.
011250     MOVE WS-RTR-REASON(WS-RTR-SUB) TO WS-TAG-REASON.
011260     MOVE WS-RTR-ORIGIN(WS-RTR-SUB) TO WS-TAG-ORIGIN.
011270     MOVE WS-RTR-LINE1(WS-RTR-SUB)  TO WS-TAG-LINE1.
011280     MOVE WS-RTR-LINE2(WS-RTR-SUB)  TO WS-TAG-LINE2.
011290     IF WS-RTR-HIT-KEY(WS-RTR-SUB) = SPACES
011300         PERFORM 4100-OPEN-NEW-ENTRY
011310             THRU 4100-OPEN-NEW-ENTRY-EXIT
011320         GO TO 5600-APPLY-ONE-REREJECT-EXIT
011330     END-IF.
011340
011350     MOVE WS-RTR-HIT-KEY(WS-RTR-SUB) TO ORJ-ORW-KEY.
011360     READ ORJ-ORW-FILE
011370         INVALID KEY
011380             CONTINUE
011390     END-READ.
011400     IF NOT ABCORW-OK
011410         PERFORM 4100-OPEN-NEW-ENTRY
011420             THRU 4100-OPEN-NEW-ENTRY-EXIT
011430         GO TO 5600-APPLY-ONE-REREJECT-EXIT
011440     END-IF.
011450     MOVE WS-TAG-DATE   TO ORJ-ORW-LAST-DATE.
011460     MOVE WS-TAG-REASON TO ORJ-ORW-LAST-REASON.
011470     MOVE WS-TAG-LINE1  TO ORJ-ORW-LINE1.
011480     MOVE WS-TAG-LINE2  TO ORJ-ORW-LINE2.
011490     IF ORJ-ORW-REREJ < 999
011500         ADD 1 TO ORJ-ORW-REREJ
011510     END-IF.
011520     REWRITE ORJ-ORW-REC
011530         INVALID KEY
011540             CONTINUE
011550     END-REWRITE.
011560     IF NOT ABCORW-OK
011570         GO TO 5600-APPLY-ONE-REREJECT-EXIT
011580     END-IF.
011590     ADD 1 TO WS-REREJ-COUNT.
011600     MOVE SPACES TO ORJ-RPT-REC.
011610     STRING
011620         "  REJECTED AGAIN: REC "  DELIMITED BY SIZE
011630         ORJ-ORW-RECNO             DELIMITED BY SIZE
011640         " OF "                    DELIMITED BY SIZE
011650         ORJ-ORW-DATE              DELIMITED BY SIZE
011660         " SRC="                   DELIMITED BY SIZE
011670         ORJ-ORW-SRC               DELIMITED BY SIZE
011680         " ON "                    DELIMITED BY SIZE
011690         WS-TAG-DATE               DELIMITED BY SIZE
011700         " ("                      DELIMITED BY SIZE
011710         FUNCTION TRIM(WS-TAG-REASON) DELIMITED BY SIZE
011720         ") TIMES "                DELIMITED BY SIZE
011730         ORJ-ORW-REREJ             DELIMITED BY SIZE
011740         INTO ORJ-RPT-REC
011750     END-STRING.
011760     WRITE ORJ-RPT-REC.
011770 5600-APPLY-ONE-REREJECT-EXIT.
011780     EXIT.
011790
011800*----------------------------------------------------------------
011810*    AGE EVERY OPEN ENTRY, CARRY IT TO THE NEW INVENTORY
011820*    GENERATION, ADD IT TO THE SUMMARY, AND LIST IT FOR THE
011830*    DESK ONCE IT REACHES THE ESCALATION THRESHOLD.
011840*----------------------------------------------------------------
011850 6000-AGE-THE-INVENTORY.
011860*----------------------------------------------------------------
011870     MOVE SPACES TO ORJ-RPT-REC.
011880     STRING
011890         "  ESCALATED - OPEN "     DELIMITED BY SIZE
011900         WS-ESC-THRESHOLD          DELIMITED BY SIZE
011910         " DAYS OR MORE"           DELIMITED BY SIZE
011920         INTO ORJ-RPT-REC
011930     END-STRING.
011940     WRITE ORJ-RPT-REC.
011950
011960     MOVE "N" TO WS-ORW-EOF-SW.
011970     MOVE LOW-VALUES TO ORJ-ORW-KEY.
011980     START ORJ-ORW-FILE KEY NOT < ORJ-ORW-KEY
011990         INVALID KEY
012000             SET WS-ORW-EOF TO TRUE
012010     END-START.
012020     PERFORM 6100-AGE-ONE-ENTRY
012030         THRU 6100-AGE-ONE-ENTRY-EXIT
012040         UNTIL WS-ORW-EOF.
012050
012060     IF WS-ESCALATE-COUNT = ZERO
012070         MOVE "    NONE" TO ORJ-RPT-REC
012080         WRITE ORJ-RPT-REC
012090     END-IF.
012100     MOVE SPACES TO ORJ-RPT-REC.
012110     WRITE ORJ-RPT-REC.
012120 6000-AGE-THE-INVENTORY-EXIT.
012130     EXIT.
012140
012150*----------------------------------------------------------------
012160 6100-AGE-ONE-ENTRY.
012170*----------------------------------------------------------------
012180     READ ORJ-ORW-FILE NEXT RECORD
012190         AT END
012200             SET WS-ORW-EOF TO TRUE
012210     END-READ.
012220     IF WS-ORW-EOF
012230         GO TO 6100-AGE-ONE-ENTRY-EXIT
012240     END-IF.
012250     PERFORM 6200-COMPUTE-AGE
012260         THRU 6200-COMPUTE-AGE-EXIT.
012270     ADD 1 TO WS-OPEN-COUNT.
012280     IF WS-AGE-DAYS > ZERO
012290         ADD 1 TO WS-AGED-COUNT
012300     END-IF.
012310
012320     MOVE SPACES              TO ORJ-ORN-REC.
012330     MOVE ORJ-ORW-DATE        TO ORJ-ORN-REC(1:8).
012340     MOVE ORJ-ORW-RECNO       TO ORJ-ORN-REC(10:7).
012350     MOVE ORJ-ORW-SRC         TO ORJ-ORN-REC(18:2).
012360     MOVE ORJ-ORW-ORIGIN      TO ORJ-ORN-REC(21:1).
012370     MOVE ORJ-ORW-LAST-DATE   TO ORJ-ORN-REC(23:8).
012380     MOVE ORJ-ORW-REREJ       TO ORJ-ORN-REC(32:3).
012390     MOVE WS-AGE-DISP         TO ORJ-ORN-REC(36:3).
012400     IF WS-AGE-DISP >= WS-ESC-THRESHOLD
012410         MOVE "E"             TO ORJ-ORN-REC(40:1)
012420     END-IF.
012430     MOVE ORJ-ORW-FIRST-REASON TO ORJ-ORN-REC(42:25).
012440     MOVE ORJ-ORW-LAST-REASON TO ORJ-ORN-REC(68:25).
012450     MOVE ORJ-ORW-LINE1       TO ORJ-ORN-REC(94:50).
012460     MOVE ORJ-ORW-LINE2       TO ORJ-ORN-REC(145:50).
012470     WRITE ORJ-ORN-REC.
012480
012490     PERFORM 6300-TALLY-SUMMARY
012500         THRU 6300-TALLY-SUMMARY-EXIT.
012510     IF WS-AGE-DISP >= WS-ESC-THRESHOLD
012520         PERFORM 6400-WRITE-ESCALATION-LINES
012530             THRU 6400-WRITE-ESCALATION-LINES-EXIT
012540     END-IF.
012550 6100-AGE-ONE-ENTRY-EXIT.
012560     EXIT.
012570
012580*----------------------------------------------------------------
012590*    AGE = PROCESSING DATES AFTER THE ENTRY'S BUSINESS DATE UP
012600*    TO AND INCLUDING TODAY, OR CALENDAR DAYS WITHOUT A
012610*    CALENDAR. CAPPED AT 999 FOR THE THREE-DIGIT FIELD.
012620*----------------------------------------------------------------
012630 6200-COMPUTE-AGE.
012640*----------------------------------------------------------------
012650     MOVE ZERO TO WS-AGE-DAYS.
012660     IF WS-CAL-ON
012670         PERFORM 6210-COUNT-ONE-CAL-DATE
012680             THRU 6210-COUNT-ONE-CAL-DATE-EXIT
012690             VARYING WS-CAL-SUB FROM 1 BY 1
012700             UNTIL WS-CAL-SUB > WS-CAL-COUNT
012710     ELSE
012720         IF ORJ-ORW-DATE NUMERIC
012730             MOVE ORJ-ORW-DATE TO WS-ENT-DATE-NUM
012740             COMPUTE WS-ENT-DAY-INT =
012750                 FUNCTION INTEGER-OF-DATE(WS-ENT-DATE-NUM)
012760             COMPUTE WS-AGE-DAYS =
012770                 WS-RUN-DAY-INT - WS-ENT-DAY-INT
012780         END-IF
012790     END-IF.
012800     IF WS-AGE-DAYS < ZERO
012810         MOVE ZERO TO WS-AGE-DAYS
012820     END-IF.
012830     IF WS-AGE-DAYS > 999
012840         MOVE 999 TO WS-AGE-DISP
012850     ELSE
012860         MOVE WS-AGE-DAYS TO WS-AGE-DISP
012870     END-IF.
012880 6200-COMPUTE-AGE-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------------
012920 6210-COUNT-ONE-CAL-DATE.
012930*----------------------------------------------------------------
012940     IF WS-CAL-DATE(WS-CAL-SUB) > ORJ-ORW-DATE
012950             AND WS-CAL-DATE(WS-CAL-SUB) NOT > WS-RUN-DATE
012960         ADD 1 TO WS-AGE-DAYS
012970     END-IF.
012980 6210-COUNT-ONE-CAL-DATE-EXIT.
012990     EXIT.
013000
013010*----------------------------------------------------------------
013020*    ADD THE ENTRY TO ITS SOURCE-ID/REASON LINE. A REFUSAL IS
013030*    KEYED ON "REFUSED DOWNSTREAM" PLUS ITS FOUR-BYTE CODE.
013040*----------------------------------------------------------------
013050 6300-TALLY-SUMMARY.
013060*----------------------------------------------------------------
013070     MOVE ORJ-ORW-SRC TO WS-SUM-KEY-SRC.
013080     MOVE ORJ-ORW-LAST-REASON TO WS-SUM-KEY-REASON.
013090     IF WS-SUM-KEY-REASON(1:18) = "REFUSED DOWNSTREAM"
013100         MOVE SPACES TO WS-SUM-KEY-REASON(24:2)
013110     END-IF.
013120     MOVE ZERO TO WS-SUM-HIT.
013130     PERFORM 6310-MATCH-ONE-SUMMARY
013140         THRU 6310-MATCH-ONE-SUMMARY-EXIT
013150         VARYING WS-SUM-SUB FROM 1 BY 1
013160         UNTIL WS-SUM-SUB > WS-SUM-COUNT
013170             OR WS-SUM-HIT > ZERO.
013180     IF WS-SUM-HIT = ZERO
013190         IF WS-SUM-COUNT < WS-SUM-MAX
013200             ADD 1 TO WS-SUM-COUNT
013210             MOVE WS-SUM-COUNT TO WS-SUM-HIT
013220             MOVE WS-SUM-KEY-SRC TO WS-SUM-SRC(WS-SUM-HIT)
013230             MOVE WS-SUM-KEY-REASON
013240                 TO WS-SUM-REASON(WS-SUM-HIT)
013250             IF WS-SUM-COUNT = WS-SUM-MAX
013260                 MOVE "**" TO WS-SUM-SRC(WS-SUM-HIT)
013270                 MOVE "ALL OTHER REASONS"
013280                     TO WS-SUM-REASON(WS-SUM-HIT)
013290             END-IF
013300             MOVE ZERO TO WS-SUM-OPEN(WS-SUM-HIT)
013310             MOVE ZERO TO WS-SUM-ESC(WS-SUM-HIT)
013320             MOVE ZERO TO WS-SUM-OLDEST(WS-SUM-HIT)
013330         ELSE
013340             MOVE WS-SUM-MAX TO WS-SUM-HIT
013350         END-IF
013360     END-IF.
013370     ADD 1 TO WS-SUM-OPEN(WS-SUM-HIT).
013380     IF WS-AGE-DISP >= WS-ESC-THRESHOLD
013390         ADD 1 TO WS-SUM-ESC(WS-SUM-HIT)
013400     END-IF.
013410     IF WS-AGE-DISP > WS-SUM-OLDEST(WS-SUM-HIT)
013420         MOVE WS-AGE-DISP TO WS-SUM-OLDEST(WS-SUM-HIT)
013430     END-IF.
013440 6300-TALLY-SUMMARY-EXIT.
013450     EXIT.
013460
013470*----------------------------------------------------------------
013480 6310-MATCH-ONE-SUMMARY.
013490*----------------------------------------------------------------
013500     IF WS-SUM-SRC(WS-SUM-SUB) = WS-SUM-KEY-SRC
013510             AND WS-SUM-REASON(WS-SUM-SUB) = WS-SUM-KEY-REASON
013520         MOVE WS-SUM-SUB TO WS-SUM-HIT
013530     END-IF.
013540 6310-MATCH-ONE-SUMMARY-EXIT.
013550     EXIT.
013560
013570*----------------------------------------------------------------
013580 6400-WRITE-ESCALATION-LINES.
013590*----------------------------------------------------------------
013600     ADD 1 TO WS-ESCALATE-COUNT.
013610     MOVE SPACES TO ORJ-RPT-REC.
013620     STRING
013630         "    REC "                DELIMITED BY SIZE
013640         ORJ-ORW-RECNO             DELIMITED BY SIZE
013650         " OF "                    DELIMITED BY SIZE
013660         ORJ-ORW-DATE              DELIMITED BY SIZE
013670         " SRC="                   DELIMITED BY SIZE
013680         ORJ-ORW-SRC               DELIMITED BY SIZE
013690         " ORIGIN="                DELIMITED BY SIZE
013700         ORJ-ORW-ORIGIN            DELIMITED BY SIZE
013710         " AGE "                   DELIMITED BY SIZE
013720         WS-AGE-DISP               DELIMITED BY SIZE
013730         " REJECTED AGAIN "        DELIMITED BY SIZE
013740         ORJ-ORW-REREJ             DELIMITED BY SIZE
013750         " LAST "                  DELIMITED BY SIZE
013760         ORJ-ORW-LAST-DATE         DELIMITED BY SIZE
013770         " ("                      DELIMITED BY SIZE
013780         FUNCTION TRIM(ORJ-ORW-LAST-REASON) DELIMITED BY SIZE
013790         ")"                       DELIMITED BY SIZE
013800         INTO ORJ-RPT-REC
013810     END-STRING.
013820     WRITE ORJ-RPT-REC.
013830     MOVE SPACES TO ORJ-RPT-REC.
013840     STRING
013850         "      LINE-1 ["          DELIMITED BY SIZE
013860         ORJ-ORW-LINE1(1:40)       DELIMITED BY SIZE
013870         "] LINE-2 ["              DELIMITED BY SIZE
013880         ORJ-ORW-LINE2(1:40)       DELIMITED BY SIZE
013890         "]"                       DELIMITED BY SIZE
013900         INTO ORJ-RPT-REC
013910     END-STRING.
013920     WRITE ORJ-RPT-REC.
013930 6400-WRITE-ESCALATION-LINES-EXIT.
013940     EXIT.
013950
013960*----------------------------------------------------------------
013970 7000-WRITE-SUMMARY.
013980*----------------------------------------------------------------
013990     MOVE "  OPEN REJECTS BY SOURCE-ID AND REASON" TO ORJ-RPT-REC.
014000     WRITE ORJ-RPT-REC.
014010     MOVE SPACES TO ORJ-RPT-REC.
014020     STRING
014030         "    SRC  REASON                       "
014040                                   DELIMITED BY SIZE
014050         "    OPEN  ESCALATED  OLDEST"
014060                                   DELIMITED BY SIZE
014070         INTO ORJ-RPT-REC
014080     END-STRING.
014090     WRITE ORJ-RPT-REC.
014100     PERFORM 7100-WRITE-ONE-SUMMARY-LINE
014110         THRU 7100-WRITE-ONE-SUMMARY-LINE-EXIT
014120         VARYING WS-SUM-SUB FROM 1 BY 1
014130         UNTIL WS-SUM-SUB > WS-SUM-COUNT.
014140     IF WS-SUM-COUNT = ZERO
014150         MOVE "    NONE" TO ORJ-RPT-REC
014160         WRITE ORJ-RPT-REC
014170     END-IF.
014180     MOVE SPACES TO ORJ-RPT-REC.
014190     WRITE ORJ-RPT-REC.
014200 7000-WRITE-SUMMARY-EXIT.
014210     EXIT.
014220
014230*----------------------------------------------------------------
014240 7100-WRITE-ONE-SUMMARY-LINE.
014250*----------------------------------------------------------------
014260     MOVE SPACES TO ORJ-RPT-REC.
014270     MOVE WS-SUM-SRC(WS-SUM-SUB)    TO ORJ-RPT-REC(5:2).
014280     MOVE WS-SUM-REASON(WS-SUM-SUB) TO ORJ-RPT-REC(10:25).
014290     MOVE WS-SUM-OPEN(WS-SUM-SUB)   TO ORJ-RPT-REC(40:7).
014300     MOVE WS-SUM-ESC(WS-SUM-SUB)    TO ORJ-RPT-REC(51:7).
014310     MOVE WS-SUM-OLDEST(WS-SUM-SUB) TO ORJ-RPT-REC(62:3).
014320     WRITE ORJ-RPT-REC.
014330 7100-WRITE-ONE-SUMMARY-LINE-EXIT.
014340     EXIT.
014350
014360*----------------------------------------------------------------
014370 7500-WRITE-TOTALS.
014380*----------------------------------------------------------------
014390     MOVE SPACES TO ORJ-RPT-REC.
014400     STRING
014410         "  CARRIED IN: "          DELIMITED BY SIZE
014420         WS-CARRIED-COUNT          DELIMITED BY SIZE
014430         "  NEW TONIGHT: "         DELIMITED BY SIZE
014440         WS-NEW-COUNT              DELIMITED BY SIZE
014450         "  REJECTED AGAIN: "      DELIMITED BY SIZE
014460         WS-REREJ-COUNT            DELIMITED BY SIZE
014470         "  RETIRED CLEAN: "       DELIMITED BY SIZE
014480         WS-CLEAN-COUNT            DELIMITED BY SIZE
014490         "  RETIRED DROPPED: "     DELIMITED BY SIZE
014500         WS-DROP-COUNT             DELIMITED BY SIZE
014510         INTO ORJ-RPT-REC
014520     END-STRING.
014530     WRITE ORJ-RPT-REC.
014540     MOVE SPACES TO ORJ-RPT-REC.
014550     STRING
014560         "  OPEN: "                DELIMITED BY SIZE
014570         WS-OPEN-COUNT             DELIMITED BY SIZE
014580         "  ESCALATED: "           DELIMITED BY SIZE
014590         WS-ESCALATE-COUNT         DELIMITED BY SIZE
014600         "  RESUBMISSIONS NOT ON INVENTORY: "
014610                                   DELIMITED BY SIZE
014620         WS-UNMATCHED-COUNT        DELIMITED BY SIZE
014630         INTO ORJ-RPT-REC
014640     END-STRING.
014650     WRITE ORJ-RPT-REC.
014660     IF WS-DUP-TAKEON-COUNT > ZERO
014670         MOVE SPACES TO ORJ-RPT-REC
014680         STRING
014690             "  NOTE - "           DELIMITED BY SIZE
014700             WS-DUP-TAKEON-COUNT   DELIMITED BY SIZE
014710             " DUPLICATE TAKE-ON ROWS PASSED OVER"
014720                                   DELIMITED BY SIZE
014730             INTO ORJ-RPT-REC
014740         END-STRING
014750         WRITE ORJ-RPT-REC
014760     END-IF.
014770     IF WS-NOT-APPLIED-COUNT > ZERO
014780         MOVE SPACES TO ORJ-RPT-REC
014790         STRING
014800             "  NOTE - "           DELIMITED BY SIZE
014810             WS-NOT-APPLIED-COUNT  DELIMITED BY SIZE
014820             " ITEMS NOT APPLIED, TABLE FULL AT "
014830                                   DELIMITED BY SIZE
014840             WS-RTR-MAX            DELIMITED BY SIZE
014850             INTO ORJ-RPT-REC
014860         END-STRING
014870         WRITE ORJ-RPT-REC
014880     END-IF.
014890     IF WS-AMBIGUOUS-COUNT > ZERO
014900         MOVE SPACES TO ORJ-RPT-REC
014910         STRING
014920             "  NOTE - "           DELIMITED BY SIZE
014930             WS-AMBIGUOUS-COUNT    DELIMITED BY SIZE
014940             " ITEMS NOT APPLIED, AMBIGUOUS - SEE ABOVE"
014950                                   DELIMITED BY SIZE
014960             INTO ORJ-RPT-REC
014970         END-STRING
014980         WRITE ORJ-RPT-REC
014990     END-IF.
015000     IF WS-ESCALATE-COUNT > ZERO
015010         DISPLAY "ABCORJ: " WS-ESCALATE-COUNT
015020             " OPEN REJECTS PAST ESCALATION - SEE ABCORR"
015030     END-IF.
015040 7500-WRITE-TOTALS-EXIT.
015050     EXIT.
015060
015070*----------------------------------------------------------------
015080 9000-TERMINATE.
015090*----------------------------------------------------------------
015100     IF ABCRCN-OK OR ABCRCN-EOF
015110         CLOSE ORJ-RCN-FILE
015120     END-IF.
015130     IF ABCAUN-OK OR ABCAUN-EOF
015140         CLOSE ORJ-AUN-FILE
015150     END-IF.
015160     IF ABCORW-OK OR ABCORW-EOF
015170             OR ABCORW-DUP-KEY OR ABCORW-NOT-FOUND
015180         CLOSE ORJ-ORW-FILE
015190     END-IF.
015200     IF ABCORN-OK
015210         CLOSE ORJ-ORN-FILE
015220     END-IF.
015230     IF ABCORR-OK
015240         CLOSE ORJ-RPT-FILE
015250     END-IF.
015260
015270     PERFORM 9700-SET-RETURN-CODE
015280         THRU 9700-SET-RETURN-CODE-EXIT.
015290
015300     PERFORM 9900-WRITE-RUN-CONTROL
015310         THRU 9900-WRITE-RUN-CONTROL-EXIT.
015320 9000-TERMINATE-EXIT.
015330     EXIT.
015340
015350*----------------------------------------------------------------
015360*    SETS RETURN-CODE FOR THE SCHEDULER TO BRANCH ON:
015370*        00  NOTHING OPEN FROM ANY EARLIER PROCESSING DAY.
015380*        04  REJECTS ARE OPEN FROM EARLIER DAYS BUT NONE HAS
015390*            REACHED THE ESCALATION THRESHOLD - AND/OR AN ITEM
015400*            COULD NOT BE APPLIED (TABLE FULL, OR IT MATCHED MORE
015410*            THAN ONE ENTRY).
015420*        08  ONE OR MORE OPEN REJECTS HAVE REACHED THE
015430*            ESCALATION THRESHOLD - SEE ABCORR. THE FEED IS NOT
015440*            HELD; ABCSTA SHOWS IT ON ITS OWN VERDICT LINE.
015450*        16  FATAL - A REQUIRED FILE COULD NOT BE OPENED OR
015460*            THE WORK FILE FAILED; THE PRIOR INVENTORY
015470*            GENERATION IS STILL THE ONE TO TRUST.
015480*----------------------------------------------------------------
015490 9700-SET-RETURN-CODE.
015500*----------------------------------------------------------------
015510     IF WS-FATAL-ERROR
015520         MOVE 16 TO RETURN-CODE
015530     ELSE
015540         IF WS-ESCALATE-COUNT > ZERO
015550             MOVE 08 TO RETURN-CODE
015560         ELSE
015570         IF WS-AGED-COUNT > ZERO
015580                 OR WS-NOT-APPLIED-COUNT > ZERO
015590                 OR WS-AMBIGUOUS-COUNT > ZERO
015600             MOVE 04 TO RETURN-CODE
015610         ELSE
015620             MOVE 00 TO RETURN-CODE
015630         END-IF
015640         END-IF
015650     END-IF.
015660 9700-SET-RETURN-CODE-EXIT.
015670     EXIT.
015680
015690*----------------------------------------------------------------
015700*    APPEND THIS STEP'S MILESTONE TO THE SHARED ABCRUN
015710*    RUN-CONTROL FILE - COUNT 1 IS REJECTS STILL OPEN, COUNT 2
015720*    THOSE PAST THE ESCALATION THRESHOLD, COUNT 3 ENTRIES
015730*    RETIRED TONIGHT. A FILE THAT WILL NOT OPEN COSTS ONLY THE
015740*    MILESTONE.
015750*----------------------------------------------------------------
015760 9900-WRITE-RUN-CONTROL.
015770*----------------------------------------------------------------
015780     ACCEPT WS-TIME-RAW FROM TIME.
015790     MOVE WS-TIME-RAW(1:6) TO WS-END-TIME.
015800     OPEN OUTPUT ORJ-RUN-FILE.
015810     IF NOT ABCRUN-OK
015820         DISPLAY "ABCORJ: UNABLE TO OPEN ABCRUN, STATUS="
015830             WS-ABCRUN-STATUS " - MILESTONE NOT WRITTEN"
015840         GO TO 9900-WRITE-RUN-CONTROL-EXIT
015850     END-IF.
015860     MOVE SPACES TO ORJ-RUN-REC.
015870     MOVE "ABCORJ"        TO ORJ-RUN-REC(1:8).
015880     MOVE WS-BATCH-DATE   TO ORJ-RUN-REC(10:8).
015890     MOVE WS-START-TIME   TO ORJ-RUN-REC(19:6).
015900     MOVE WS-END-TIME     TO ORJ-RUN-REC(26:6).
015910     MOVE RETURN-CODE     TO WS-RC-DISP.
015920     MOVE WS-RC-DISP      TO ORJ-RUN-REC(33:2).
015930     MOVE WS-OPEN-COUNT   TO WS-CNT-DISP.
015940     MOVE WS-CNT-DISP     TO ORJ-RUN-REC(36:7).
015950     MOVE WS-ESCALATE-COUNT TO WS-CNT-DISP.
015960     MOVE WS-CNT-DISP     TO ORJ-RUN-REC(44:7).
015970     MOVE WS-RETIRED-COUNT TO WS-CNT-DISP.
015980     MOVE WS-CNT-DISP     TO ORJ-RUN-REC(52:7).
015990     WRITE ORJ-RUN-REC.
016000     CLOSE ORJ-RUN-FILE.
016010 9900-WRITE-RUN-CONTROL-EXIT.
016020     EXIT.
