001677*                  RUN WITH NO CALENDAR (OR NO ROW FOR THE RUN
001678*                  DATE) KEEPS THE OLD TAKE-WHAT-THE-HDR-SAYS
001679*                  BEHAVIOR, NOTED ON THE JOB LOG.
001680* 10/15/2026 CAM   N-ELEMENT ROUTING GROUPS NOW RUN THROUGH THE
001681*                  NIGHT ALONGSIDE THE A/B/C PAIRS. A PAIR WHOSE
001682*                  LINE-2 OPENS WITH A TWO-DIGIT COUNT IS A GROUP
001683*                  IN ABCN'S SHAPE (LINE-1 "NN I1 .. IN", LINE-2
001684*                  "NN R1 .. RN" SORTED RANKS, UP TO TWELVE
001685*                  ITEMS). IT IS HASHED INTO THE HDR/TRL BALANCE
001686*                  ITEM BY ITEM, PROVED BY THE NEW ABCNXF
001687*                  SUBPROGRAM (COUNT AND RANK PERMUTATION),
001688*                  AUTHORIZED AGAINST ABCTMF AS TEMPLATE "NKK"
001689*                  (KK = ITEM COUNT), EVERY ITEM PROVED AGAINST
001690*                  ABCRCF, DUPLICATE-CHECKED ON ITS WHOLE
001691*                  GROUP, AND TRANSFORMED BY ABCNXF. ITS OUT GOES
001692*                  TO ABCOUT/ABCCSV (WIDENED TO 36/40 BYTES), ITS
001693*                  AUDIT RECORD CARRIES BRANCH=GRP AND RANK=[..]
001694*                  (ABCAUD WIDENED TO 256), AND IT TALLIES UNDER
001695*                  A SEVENTH SUMMARY LINE, TEMPLATE GRP.
001696* 10/15/2026 CAM   A FIFTH HDR TOKEN OF R MARKS A FEEDER BATCH
001697*                  THAT ABCCOL HELD AND ABCREL HAS SINCE
001698*                  RELEASED. ITS HDR KEEPS ITS ORIGINAL BUSINESS
001699*                  DATE AND SOURCE-ID, SO THE EXPECTED-DATE PROOF
001700*                  IS WAIVED FOR THAT BATCH (NOTED ON THE LOG);
001701*                  ITS COUNT/HASH BALANCING STILL APPLIES. ITS
001702*                  PAIRS AUDIT AND RCY-TAG UNDER THE RELEASE
001703*                  NIGHT'S DATE (THE EXPECTED DATE, OR THE RUN
001704*                  DATE WITH NO CALENDAR) SO THEIR DATE AND RECORD
001705*                  NUMBER CANNOT COLLIDE WITH A ROW OF THE
001706*                  ORIGINAL NIGHT; THE ORIGINAL DATE RIDES ON
001707*                  ABCAUD AS ORIGDATE= AND AUTHORIZATION USES IT.
001708* 10/15/2026 CAM   A RESUBMITTED PAIR'S LINE-2 CARRIES THE DATE OF
001709*                  THE RCY TAG ABCFIX CORRECTED IT FROM IN COLS
001710*                  41-48. IT IS ECHOED ON ABCAUD AS RCYDATE=,
001711*                  AFTER RESUB=, SO DATE PLUS RECORD NUMBER NAME
001712*                  THE EXACT REJECT THE PAIR CAME FROM.
001713*----------------------------------------------------------------
001714
001715 ENVIRONMENT DIVISION.
001716 INPUT-OUTPUT SECTION.
001717 FILE-CONTROL.
001718     SELECT ABC-IN-FILE ASSIGN TO "ABCIN"
001719         ORGANIZATION IS LINE SEQUENTIAL
001720         FILE STATUS IS WS-ABCIN-STATUS.
001721
001722     SELECT ABC-ERR-FILE ASSIGN TO "ABCERR"
001723         ORGANIZATION IS LINE SEQUENTIAL
001724         FILE STATUS IS WS-ABCERR-STATUS.
001730
001740     SELECT ABC-AUD-FILE ASSIGN TO "ABCAUD"
001750         ORGANIZATION IS LINE SEQUENTIAL
002080 01  ABC-ERR-REC                 PIC X(132).
002090
002100 FD  ABC-AUD-FILE.
002110 01  ABC-AUD-REC                 PIC X(256).
002120
002130 FD  ABC-SUM-FILE.
002140 01  ABC-SUM-REC                 PIC X(132).
002200     05  ABC-OUT-B               PIC X(02).
002210     05  FILLER                  PIC X(01).
002220     05  ABC-OUT-C               PIC X(02).
002221     05  FILLER                  PIC X(28).
002222*    A ROUTING GROUP'S OUT - UP TO TWELVE ITEMS, EACH IN A
002223*    THREE-BYTE SLOT, SO A/B/C ARE THE FIRST THREE SLOTS OF IT.
002224 01  ABC-OUT-GRP-REC.
002225     05  ABC-OUT-GRP-SLOT        OCCURS 12 TIMES.
002226         10  ABC-OUT-GRP-ITEM    PIC X(02).
002227         10  FILLER              PIC X(01).
002230
002240 FD  ABC-CSV-FILE.
002250 01  ABC-CSV-REC                 PIC X(40).
002260
002270 FD  ABC-CKP-FILE.
002280 01  ABC-CKP-REC                 PIC 9(07).
002510
002511 FD  ABC-SNW-FILE.
002512 01  ABC-SNW-REC.
002513     05  ABC-SNW-KEY             PIC X(50).
002514     05  ABC-SNW-REC-NO          PIC 9(07).
002515
002516 FD  ABC-SRW-FILE.
002517 01  ABC-SRW-REC.
002518     05  ABC-SRW-ID              PIC X(02).
002519     05  ABC-SRW-TMPL-COUNT      PIC 9(07)  OCCURS 7 TIMES.
002520     05  ABC-SRW-REJ-COUNT       PIC 9(07).
002521
002522 WORKING-STORAGE SECTION.
003500     05  WS-HDR-SOURCE           PIC X(02)  VALUE SPACES.
003510     05  WS-HDR-BUS-DATE         PIC X(08) VALUE SPACES.
003520     05  WS-HDR-EXP-RAW          PIC X(07).
003523     05  WS-HDR-REL-FLAG         PIC X(01)  VALUE SPACE.
003526         88  WS-HDR-RELEASED     VALUE "R".
003530     05  WS-HDR-EXP-COUNT        PIC 9(07)  VALUE ZERO.
003540     05  WS-TRL-CNT-RAW          PIC X(07).
003550     05  WS-TRL-HASH-RAW         PIC X(09).
003964     05  WS-TMPL-KEY             PIC X(03)  VALUE SPACES.
003965     05  WS-ERR-REASON           PIC X(25)  VALUE SPACES.
003966     05  WS-ORIGIN-REC           PIC 9(07)  VALUE ZERO.
003976     05  WS-ORIGIN-DATE          PIC X(08)  VALUE SPACES.
003986     05  WS-RCY-TAG-REC          PIC 9(07)  VALUE ZERO.
003996     05  WS-RCY-DATE             PIC X(08)  VALUE SPACES.
004006     05  WS-AUD-BUILD            PIC X(256) VALUE SPACES.
004016     05  WS-SRC-ID               PIC X(02)  VALUE "??".
004050
004060 01  WS-RAW-LINES.
004070     05  WS-LINE1-RAW            PIC X(50).
004170* TEMPLATE TALLY TABLE FOR THE ABCSUM SUMMARY REPORT. THE NAMES
004180* ARE LOADED FROM A VALUE CLAUSE AND REDEFINED AS A TABLE SINCE
004190* THE SIX TEMPLATES ARE FIXED; THE COUNTS TABLE IS KEPT SEPARATE
004200* SO IT CAN BE RE-INITIALIZED WITHOUT DISTURBING THE NAMES. THE
004203* SEVENTH SLOT, GRP, TALLIES EVERY N-ELEMENT ROUTING GROUP -
004206* ABCNXF'S BRANCH NAME - WHATEVER ITS SIZE OR RANKS.
004210*----------------------------------------------------------------
004220 01  WS-TMPL-NAME-INIT.
004230     05  FILLER                  PIC X(03)  VALUE "ABC".
004260     05  FILLER                  PIC X(03)  VALUE "BCA".
004270     05  FILLER                  PIC X(03)  VALUE "CAB".
004280     05  FILLER                  PIC X(03)  VALUE "CBA".
004285     05  FILLER                  PIC X(03)  VALUE "GRP".
004290
004300 01  WS-TMPL-NAME-TABLE REDEFINES WS-TMPL-NAME-INIT.
004310     05  WS-TMPL-NAME            PIC X(03)  OCCURS 7 TIMES.
004320
004330 01  WS-TMPL-COUNT-TABLE.
004340     05  WS-TMPL-COUNT           PIC 9(07)  OCCURS 7 TIMES
004350                                  VALUE ZERO.
004360
004370 01  WS-TMPL-SUB                 PIC 9(02)  COMP  VALUE ZERO.
004520*----------------------------------------------------------------
004530* DUPLICATE-DETECTION CONTROLS. THE SEEN-PAIR KEY (ORIGINAL
004540* A/B/C VALUES PLUS THE X/Y/Z TEMPLATE, SO THE SAME GROUP
004550* ROUTED TWO DIFFERENT WAYS IS NOT A DUPLICATE - FOR AN
004555* N-ELEMENT GROUP THE COUNT, EVERY ITEM AND EVERY RANK) KEYS THE
004560* ABCSNW WORK FILE - NO 5000-PAIR CEILING, AND DETECTION RUNS
004570* TO THE LAST PAIR OF THE BIGGEST NIGHT THE DD ALLOCATION CAN
004580* HOLD. A WORK FILE THAT WILL NOT OPEN TURNS DETECTION OFF
004610 01  WS-SEEN-CONTROLS.
004612     05  WS-SNW-ON-SW            PIC X(01)  VALUE "N".
004614         88  WS-SNW-ON           VALUE "Y".
004620     05  WS-DUP-KEY              PIC X(50).
004630     05  WS-DUP-FIRST-REC        PIC 9(07)  VALUE ZERO.
004640
004641*----------------------------------------------------------------
004651     05  WS-EXPECTED-DATE        PIC X(08)  VALUE SPACES.
004652     05  WS-BAD-DATE-SW          PIC X(01)  VALUE "N".
004653         88  WS-BAD-DATE         VALUE "Y".
004655
004657*----------------------------------------------------------------
004659* N-ELEMENT ROUTING GROUP WORK AREA. A GROUP PAIR CARRIES ABCN'S
004661* COUNT-PREFIXED SHAPE IN COLS 1-40 OF BOTH LINES - LINE-1
004663* "NN I1 I2 .. IN", LINE-2 "NN R1 R2 .. RN" WITH SORTED-RANK
004665* NUMBERS - IN PLACE OF A/B/C AND X/Y/Z. A LINE-2 THAT OPENS
004667* WITH TWO DIGITS AND A BLANK MARKS THE PAIR AS A GROUP. THE
004669* TOKEN TABLE HOLDS MORE THAN THE ITEM CEILING SO AN OVER-LONG
004671* LINE IS SEEN AND REJECTED, NOT SILENTLY CUT SHORT.
004673*----------------------------------------------------------------
004675 01  WS-GROUP-CONTROLS.
004677     05  WS-GRP-SW               PIC X(01)  VALUE "N".
004679         88  WS-GROUP-PAIR       VALUE "Y".
004681     05  WS-GRP-MAX              PIC 9(02)  VALUE 12.
004683     05  WS-GRP-COUNT            PIC 9(02)  VALUE ZERO.
004685     05  WS-GRP-ITEMS-FOUND      PIC 9(02)  VALUE ZERO.
004687     05  WS-GRP-RANK-COUNT       PIC 9(02)  VALUE ZERO.
004689     05  WS-GRP-RANKS-FOUND      PIC 9(02)  VALUE ZERO.
004691     05  WS-GRP-SUB              PIC 9(02)  COMP  VALUE ZERO.
004693     05  WS-GRP-TOKENS           PIC 9(02)  COMP  VALUE ZERO.
004695     05  WS-GRP-PTR              PIC 9(03)  VALUE 1.
004697     05  WS-GRP-OUT-PTR          PIC 9(03)  VALUE 1.
004699     05  WS-GRP-NUM-TOKEN        PIC X(02)  VALUE SPACES.
004701     05  WS-GRP-NUM-VAL          PIC 9(02)  VALUE ZERO.
004703     05  WS-GRP-TOKEN-LEN        PIC 9(02)  VALUE ZERO.
004705     05  WS-GRP-LONG-SW          PIC X(01)  VALUE "N".
004707         88  WS-GRP-LONG-TOKEN   VALUE "Y".
004709     05  WS-GRP-SCAN-LINE        PIC X(40)  VALUE SPACES.
004711     05  WS-GRP-ITEMS-TEXT       PIC X(40)  VALUE SPACES.
004713     05  WS-GRP-RANKS-TEXT       PIC X(40)  VALUE SPACES.
004715
004717 01  WS-GRP-TOKEN-TABLE.
004719     05  WS-GRP-TOKEN            PIC X(02)  OCCURS 14 TIMES.
004721
004723*----------------------------------------------------------------
004725* COMMUNICATION AREA FOR THE ABCNXF GROUP TRANSFORMATION
004727* SUBPROGRAM - THE SAME LAYOUT ABCNXF DECLARES IN ITS LINKAGE
004729* SECTION. WS-NXF-ITEM KEEPS THE ORIGINAL ITEMS THROUGHOUT (THE
004731* SUBPROGRAM SORTS ITS OWN COPY), SO THE AUDIT TRAIL, HASH AND
004733* DUPLICATE KEY ALL READ THEM FROM HERE.
004735*----------------------------------------------------------------
004737 01  WS-NXF-AREA.
004739     05  WS-NXF-FUNCTION         PIC X(01).
004741     05  WS-NXF-COUNT            PIC 9(02).
004743     05  WS-NXF-ITEM             PIC X(02)  OCCURS 12 TIMES.
004745     05  WS-NXF-RANK             PIC 9(02)  OCCURS 12 TIMES.
004747     05  WS-NXF-OUT-ITEM         PIC X(02)  OCCURS 12 TIMES.
004749     05  WS-NXF-TIE-SW           PIC X(01).
004751     05  WS-NXF-STATUS           PIC X(01).
004753         88  WS-NXF-OK           VALUE "0".
004755
004790 01  WORKER.
004800     03  INP                     PIC X(50).
004810     03  OUT                     PIC X(50).
008230         GO TO 2000-PROCESS-PAIR-EXIT
008240     END-IF.
008250
008251*    AN N-ELEMENT ROUTING GROUP IS BROKEN INTO ITS ITEMS AND
008252*    RANKS BEFORE ANYTHING ELSE LOOKS AT IT - THE HASH, THE
008253*    CHECKS AND THE DUPLICATE KEY ALL WORK FROM THE TABLES.
008254     PERFORM 2260-PARSE-GROUP-PAIR
008255         THRU 2260-PARSE-GROUP-PAIR-EXIT.
008256
008260     ADD 1 TO WS-BAL-PAIR-COUNT.
008270     PERFORM 2270-ACCUMULATE-HASH
008280         THRU 2270-ACCUMULATE-HASH-EXIT.
009350     MOVE ZERO TO WS-BAL-PAIR-COUNT.
009360     MOVE ZERO TO WS-BAL-HASH.
009370     MOVE SPACES TO WS-HDR-EXP-RAW.
009375     MOVE SPACE TO WS-HDR-REL-FLAG.
009380     UNSTRING INP
009390         DELIMITED BY SPACE
009400         INTO WS-HDR-REC-ID, WS-HDR-SOURCE, WS-HDR-BUS-DATE,
009410              WS-HDR-EXP-RAW, WS-HDR-REL-FLAG
009420     END-UNSTRING.
009430     IF WS-HDR-EXP-RAW NUMERIC
009440         MOVE WS-HDR-EXP-RAW TO WS-HDR-EXP-COUNT
009450     ELSE
009460         DISPLAY "ABC: NON-NUMERIC COUNT ON ABCIN HDR RECORD"
009470         SET WS-OUT-OF-BALANCE TO TRUE
009471     END-IF.
009472
009473*    THE HEADER'S BUSINESS DATE MUST BE THE CALENDAR'S EXPECTED
009474*    PROCESSING DATE - A RE-SENT OLD EXTRACT OR A HOLIDAY-DATED
009475*    FILE BALANCES PERFECTLY, SO THE DATE IS THE ONLY TELL. THE
009476*    RUN STOPS HERE AND THE STEP ENDS WITH ITS OWN RC=20. A
009477*    BATCH RELEASED FROM HOLD CARRIES ITS ORIGINAL DATE ON
009478*    PURPOSE AND IS EXEMPT.
009479     IF WS-HDR-RELEASED
009480         DISPLAY "ABC: RELEASED BATCH " WS-HDR-SOURCE " DATED "
009481             WS-HDR-BUS-DATE " - DATE PROOF WAIVED"
009482         GO TO 2150-CAPTURE-HEADER-EXIT
009483     END-IF.
009486     IF WS-EXPECTED-DATE NOT = SPACES
009487             AND WS-HDR-BUS-DATE NOT = WS-EXPECTED-DATE
009488         SET WS-BAD-DATE TO TRUE
010410     IF NOT WS-EOF
010420         MOVE INP TO WS-LINE2-RAW
010430         MOVE INP TO LINE-2
010431*        ABCFIX STAMPS A RESUBMISSION'S LINE-2 COLS 41-48 WITH
010432*        THE DATE OF THE RCY TAG IT WAS CORRECTED FROM.
010433         MOVE SPACES TO WS-ORIGIN-DATE
010434         IF WS-ORIGIN-REC > ZERO
010435                 AND WS-LINE2-RAW(41:8) NUMERIC
010436             MOVE WS-LINE2-RAW(41:8) TO WS-ORIGIN-DATE
010437         END-IF
010440     END-IF.
010450 2200-READ-LINE-2-EXIT.
010460     EXIT.
010790     EXIT.
010800
010810*----------------------------------------------------------------
010811*    A PAIR WHOSE LINE-2 OPENS WITH A TWO-DIGIT COUNT AND A BLANK
010812*    IS AN N-ELEMENT ROUTING GROUP IN ABCN'S SHAPE. BOTH LINES
010813*    ARE BROKEN INTO TOKENS - COLS 1-40 ONLY, SINCE COLS 41-50
010814*    OF LINE-1 CARRY ABCCOL'S STAMP - GIVING LINE-1'S COUNT AND
010815*    ITEMS AND LINE-2'S COUNT AND RANKS. WHETHER THE COUNTS
010816*    AGREE IS LEFT TO 2310-VALIDATE-GROUP; THIS PARAGRAPH ONLY
010817*    RECORDS WHAT WAS THERE. A/B/C AND THE ORIGINAL A/B/C TAKE
010818*    THE FIRST THREE ITEMS, SO NOTHING THAT STILL READS THEM
010819*    SEES A COUNT WHERE IT EXPECTS A ROUTING CODE.
010820*----------------------------------------------------------------
010821 2260-PARSE-GROUP-PAIR.
010822*----------------------------------------------------------------
010823     MOVE "N" TO WS-GRP-SW.
010824     IF WS-LINE2-RAW(1:2) NOT NUMERIC
010825             OR WS-LINE2-RAW(3:1) NOT = SPACE
010826         GO TO 2260-PARSE-GROUP-PAIR-EXIT
010827     END-IF.
010828     SET WS-GROUP-PAIR TO TRUE.
010829     MOVE "N" TO WS-GRP-LONG-SW.
010830     MOVE SPACES TO WS-GRP-ITEMS-TEXT.
010831     MOVE SPACES TO WS-GRP-RANKS-TEXT.
010832     MOVE SPACES TO WS-NXF-AREA.
010833     MOVE ZERO TO WS-NXF-COUNT.
010834
010835     MOVE WS-LINE1-RAW(1:40) TO WS-GRP-SCAN-LINE.
010836     PERFORM 2265-TOKENIZE-GROUP-LINE
010837         THRU 2265-TOKENIZE-GROUP-LINE-EXIT.
010838     MOVE WS-GRP-TOKEN(1) TO WS-GRP-NUM-TOKEN.
010839     PERFORM 2268-NORMALIZE-NUM-TOKEN
010840         THRU 2268-NORMALIZE-NUM-TOKEN-EXIT.
010841     MOVE WS-GRP-NUM-VAL TO WS-GRP-COUNT.
010842     MOVE ZERO TO WS-GRP-ITEMS-FOUND.
010843     IF WS-GRP-TOKENS > ZERO
010844         COMPUTE WS-GRP-ITEMS-FOUND = WS-GRP-TOKENS - 1
010845     END-IF.
010846     MOVE 1 TO WS-GRP-OUT-PTR.
010847     PERFORM 2261-STORE-ONE-ITEM
010848         THRU 2261-STORE-ONE-ITEM-EXIT
010849         VARYING WS-GRP-SUB FROM 1 BY 1
010850         UNTIL WS-GRP-SUB > WS-GRP-ITEMS-FOUND
010851             OR WS-GRP-SUB > WS-GRP-MAX.
010852
010853     MOVE WS-LINE2-RAW(1:40) TO WS-GRP-SCAN-LINE.
010854     PERFORM 2265-TOKENIZE-GROUP-LINE
010855         THRU 2265-TOKENIZE-GROUP-LINE-EXIT.
010856     MOVE WS-GRP-TOKEN(1) TO WS-GRP-NUM-TOKEN.
010857     PERFORM 2268-NORMALIZE-NUM-TOKEN
010858         THRU 2268-NORMALIZE-NUM-TOKEN-EXIT.
010859     MOVE WS-GRP-NUM-VAL TO WS-GRP-RANK-COUNT.
010860     COMPUTE WS-GRP-RANKS-FOUND = WS-GRP-TOKENS - 1.
010861     MOVE 1 TO WS-GRP-OUT-PTR.
010862     PERFORM 2262-STORE-ONE-RANK
010863         THRU 2262-STORE-ONE-RANK-EXIT
010864         VARYING WS-GRP-SUB FROM 1 BY 1
010865         UNTIL WS-GRP-SUB > WS-GRP-RANKS-FOUND
010866             OR WS-GRP-SUB > WS-GRP-MAX.
010867
010868     MOVE WS-GRP-COUNT   TO WS-NXF-COUNT.
010869     MOVE WS-NXF-ITEM(1) TO A.
010870     MOVE WS-NXF-ITEM(2) TO B.
010871     MOVE WS-NXF-ITEM(3) TO C.
010872     MOVE A TO WS-ORIG-A.
010873     MOVE B TO WS-ORIG-B.
010874     MOVE C TO WS-ORIG-C.
010875 2260-PARSE-GROUP-PAIR-EXIT.
010876     EXIT.
010877
010878*----------------------------------------------------------------
010879 2261-STORE-ONE-ITEM.
010880*----------------------------------------------------------------
010881     MOVE WS-GRP-TOKEN(WS-GRP-SUB + 1) TO WS-NXF-ITEM(WS-GRP-SUB).
010882     STRING
010883         WS-NXF-ITEM(WS-GRP-SUB)   DELIMITED BY SPACE
010884         " "                       DELIMITED BY SIZE
010885         INTO WS-GRP-ITEMS-TEXT
010886         WITH POINTER WS-GRP-OUT-PTR
010887     END-STRING.
010888 2261-STORE-ONE-ITEM-EXIT.
010889     EXIT.
010890
010891*----------------------------------------------------------------
010892 2262-STORE-ONE-RANK.
010893*----------------------------------------------------------------
010894     MOVE WS-GRP-TOKEN(WS-GRP-SUB + 1) TO WS-GRP-NUM-TOKEN.
010895     PERFORM 2268-NORMALIZE-NUM-TOKEN
010896         THRU 2268-NORMALIZE-NUM-TOKEN-EXIT.
010897     MOVE WS-GRP-NUM-VAL TO WS-NXF-RANK(WS-GRP-SUB).
010898     STRING
010899         WS-NXF-RANK(WS-GRP-SUB)   DELIMITED BY SIZE
010900         " "                       DELIMITED BY SIZE
010901         INTO WS-GRP-RANKS-TEXT
010902         WITH POINTER WS-GRP-OUT-PTR
010903     END-STRING.
010904 2262-STORE-ONE-RANK-EXIT.
010905     EXIT.
010906
010907*----------------------------------------------------------------
010908*    SPLIT WS-GRP-SCAN-LINE INTO BLANK-SEPARATED TOKENS. A RUN
010909*    OF BLANKS SEPARATES TWO TOKENS THE SAME AS ONE DOES, AND A
010910*    TOKEN LONGER THAN TWO CHARACTERS IS NOTED SO THE GROUP IS
010911*    REJECTED RATHER THAN QUIETLY TRUNCATED.
010912*----------------------------------------------------------------
010913 2265-TOKENIZE-GROUP-LINE.
010914*----------------------------------------------------------------
010915     MOVE SPACES TO WS-GRP-TOKEN-TABLE.
010916     MOVE ZERO TO WS-GRP-TOKENS.
010917     MOVE 1 TO WS-GRP-PTR.
010918     PERFORM 2266-NEXT-GROUP-TOKEN
010919         THRU 2266-NEXT-GROUP-TOKEN-EXIT
010920         UNTIL WS-GRP-PTR > 40
010921             OR WS-GRP-TOKENS NOT < 14.
010922 2265-TOKENIZE-GROUP-LINE-EXIT.
010923     EXIT.
010924
010925*----------------------------------------------------------------
010926 2266-NEXT-GROUP-TOKEN.
010927*----------------------------------------------------------------
010928     IF WS-GRP-SCAN-LINE(WS-GRP-PTR:1) = SPACE
010929         ADD 1 TO WS-GRP-PTR
010930         GO TO 2266-NEXT-GROUP-TOKEN-EXIT
010931     END-IF.
010932     ADD 1 TO WS-GRP-TOKENS.
010933     MOVE ZERO TO WS-GRP-TOKEN-LEN.
010934     UNSTRING WS-GRP-SCAN-LINE
010935         DELIMITED BY SPACE
010936         INTO WS-GRP-TOKEN(WS-GRP-TOKENS)
010937             COUNT IN WS-GRP-TOKEN-LEN
010938         WITH POINTER WS-GRP-PTR
010939     END-UNSTRING.
010940     IF WS-GRP-TOKEN-LEN > 2
010941         MOVE "Y" TO WS-GRP-LONG-SW
010942     END-IF.
010943 2266-NEXT-GROUP-TOKEN-EXIT.
010944     EXIT.
010945
010946*----------------------------------------------------------------
010947*    A COUNT OR RANK TOKEN AS A NUMBER - A ONE-DIGIT TOKEN IS
010948*    RIGHT-JUSTIFIED FIRST, AS 2271 DOES FOR THE HASH, AND ONE
010949*    THAT IS STILL NOT NUMERIC COMES BACK AS ZERO, WHICH NO
010950*    COUNT OR RANK CHECK WILL PASS.
010951*----------------------------------------------------------------
010952 2268-NORMALIZE-NUM-TOKEN.
010953*----------------------------------------------------------------
010954     IF WS-GRP-NUM-TOKEN(2:1) = SPACE
010955         MOVE WS-GRP-NUM-TOKEN(1:1) TO WS-GRP-NUM-TOKEN(2:1)
010956         MOVE "0" TO WS-GRP-NUM-TOKEN(1:1)
010957     END-IF.
010958     IF WS-GRP-NUM-TOKEN NUMERIC
010959         MOVE WS-GRP-NUM-TOKEN TO WS-GRP-NUM-VAL
010960     ELSE
010961         MOVE ZERO TO WS-GRP-NUM-VAL
010962     END-IF.
010963 2268-NORMALIZE-NUM-TOKEN-EXIT.
010964     EXIT.
010965
010966*----------------------------------------------------------------
010967*    FOLD THIS PAIR'S A/B/C VALUES INTO THE RUNNING HASH TOTAL
010968*    FOR THE END-OF-JOB TRAILER BALANCE. A ONE-DIGIT VALUE IS
010969*    RIGHT-JUSTIFIED BEFORE THE NUMERIC TEST SO "7 " HASHES THE
010970*    SAME AS "07"; A VALUE THAT STILL FAILS THE TEST CONTRIBUTES
010971*    NOTHING, WHICH IS ALSO HOW THE EXTRACT BUILDS ITS TOTAL.
010972*----------------------------------------------------------------
010973 2270-ACCUMULATE-HASH.
010974*----------------------------------------------------------------
010975*    A ROUTING GROUP HASHES EVERY ITEM, NOT THE COUNT - THE SAME
010976*    RULE ABCCOL FOLLOWS WHEN IT BUILDS THE TRAILER.
010977     IF WS-GROUP-PAIR
010978         PERFORM 2272-HASH-ONE-ITEM
010979             THRU 2272-HASH-ONE-ITEM-EXIT
010980             VARYING WS-GRP-SUB FROM 1 BY 1
010981             UNTIL WS-GRP-SUB > WS-GRP-ITEMS-FOUND
010982                 OR WS-GRP-SUB > WS-GRP-MAX
010983         GO TO 2270-ACCUMULATE-HASH-EXIT
010984     END-IF.
010985     MOVE WS-ORIG-A TO WS-HASH-TOKEN.
010986     PERFORM 2271-HASH-ONE-VALUE
010987         THRU 2271-HASH-ONE-VALUE-EXIT.
010988     MOVE WS-ORIG-B TO WS-HASH-TOKEN.
010989     PERFORM 2271-HASH-ONE-VALUE
010990         THRU 2271-HASH-ONE-VALUE-EXIT.
010991     MOVE WS-ORIG-C TO WS-HASH-TOKEN.
010992     PERFORM 2271-HASH-ONE-VALUE
010993         THRU 2271-HASH-ONE-VALUE-EXIT.
010994 2270-ACCUMULATE-HASH-EXIT.
011000     EXIT.
011010
011020*----------------------------------------------------------------
011140     EXIT.
011150
011160*----------------------------------------------------------------
011161 2272-HASH-ONE-ITEM.
011162*----------------------------------------------------------------
011163     MOVE WS-NXF-ITEM(WS-GRP-SUB) TO WS-HASH-TOKEN.
011164     PERFORM 2271-HASH-ONE-VALUE
011165         THRU 2271-HASH-ONE-VALUE-EXIT.
011166 2272-HASH-ONE-ITEM-EXIT.
011167     EXIT.
011168
011169*----------------------------------------------------------------
011170 2300-VALIDATE-TEMPLATE.
011180*----------------------------------------------------------------
011190     SET WS-VALID-TMPL TO TRUE.
011191*    AN N-ELEMENT GROUP CARRIES RANKS, NOT LETTERS - IT HAS ITS
011192*    OWN PROOF AND AUTHORIZATION, IN 2310.
011193     IF WS-GROUP-PAIR
011194         PERFORM 2310-VALIDATE-GROUP
011195             THRU 2310-VALIDATE-GROUP-EXIT
011196         GO TO 2300-VALIDATE-TEMPLATE-EXIT
011197     END-IF.
011200     MOVE "INVALID TEMPLATE" TO WS-ERR-REASON.
011210     IF X NOT = "A" AND X NOT = "B" AND X NOT = "C"
011220         SET WS-INVALID-TMPL TO TRUE
011420     EXIT.
011430
011440*----------------------------------------------------------------
011441*    AN N-ELEMENT GROUP IS WELL FORMED WHEN LINE-1'S COUNT, THE
011442*    ITEMS ACTUALLY ON LINE-1, LINE-2'S COUNT AND THE RANKS
011443*    ACTUALLY ON LINE-2 ALL AGREE, NO TOKEN RAN PAST TWO
011444*    CHARACTERS, AND ABCNXF ACCEPTS THE COUNT (02-12) AND THE
011445*    RANKS (A PERMUTATION OF 1..N). THE ABCNXF CALL THAT PROVES
011446*    THE RANKS ALSO TRANSFORMS THE GROUP - 3000-TRANSFORM-PAIR
011447*    PICKS THE RESULT UP. A WELL-FORMED GROUP IS THEN
011448*    AUTHORIZED AGAINST ABCTMF LIKE ANY TEMPLATE, UNDER THE
011449*    TEMPLATE CODE "NKK" FOR A KK-ITEM GROUP.
011450*----------------------------------------------------------------
011451 2310-VALIDATE-GROUP.
011452*----------------------------------------------------------------
011453     MOVE "INVALID GROUP" TO WS-ERR-REASON.
011454     IF WS-GRP-LONG-TOKEN
011455             OR WS-GRP-ITEMS-FOUND NOT = WS-GRP-COUNT
011456             OR WS-GRP-RANK-COUNT NOT = WS-GRP-COUNT
011457             OR WS-GRP-RANKS-FOUND NOT = WS-GRP-COUNT
011458         SET WS-INVALID-TMPL TO TRUE
011459         GO TO 2310-VALIDATE-GROUP-EXIT
011460     END-IF.
011461
011462     IF RUN-MODE-FORWARD
011463         MOVE "F" TO WS-NXF-FUNCTION
011464     ELSE
011465         MOVE "R" TO WS-NXF-FUNCTION
011466     END-IF.
011467     MOVE WS-GRP-COUNT TO WS-NXF-COUNT.
011468     CALL "ABCNXF" USING WS-NXF-AREA.
011469     IF NOT WS-NXF-OK
011470         SET WS-INVALID-TMPL TO TRUE
011471         GO TO 2310-VALIDATE-GROUP-EXIT
011472     END-IF.
011473
011474     IF WS-TMF-COUNT > ZERO
011475         PERFORM 2320-CHECK-AUTHORIZATION
011476             THRU 2320-CHECK-AUTHORIZATION-EXIT
011477     END-IF.
011478 2310-VALIDATE-GROUP-EXIT.
011479     EXIT.
011480
011481*----------------------------------------------------------------
011482*    DECIDE WHETHER THIS PAIR'S TEMPLATE IS AUTHORIZED BY THE
011483*    ABCTMF MASTER. THE CLIENT/ROUTE CODE IS THE SOURCE SYSTEM
011484*    FROM THE ABCIN BATCH HEADER AND THE DATE IS THE HEADER'S
011485*    BUSINESS DATE (RUN DATE FOR A LEGACY EXTRACT). A CLIENT
011490*    WITH NO MASTER ROWS AT ALL IS UNRESTRICTED; ONCE A CLIENT
011500*    HAS ANY ROW (ITS OWN CODE OR THE "**" WILDCARD), ONLY A
011510*    TEMPLATE WITH AN ALLOWED=Y ROW COVERING THE DATE PASSES.
011512*    AN N-ELEMENT GROUP'S TEMPLATE CODE IS "N" AND ITS ITEM
011514*    COUNT - A CLIENT AUTHORIZED FOR "N05" MAY SEND FIVE-ITEM
011516*    GROUPS, WHATEVER THEIR RANKS.
011520*----------------------------------------------------------------
011530 2320-CHECK-AUTHORIZATION.
011540*----------------------------------------------------------------
011640     ELSE
011650         MOVE WS-RUN-DATE TO WS-VAL-DATE
011660     END-IF.
011665     IF WS-GROUP-PAIR
011670         MOVE "N"          TO WS-TMPL-KEY(1:1)
011672         MOVE WS-GRP-COUNT TO WS-TMPL-KEY(2:2)
011674     ELSE
011676         MOVE LINE-2 TO WS-TMPL-KEY
011678     END-IF.
011680
011682*    THE RULES LIVE ON THE ABCTMW WORK FILE, KEYED 1-UP - THE
011684*    SCAN STARTS AHEAD OF RULE ONE AND READS THROUGH TO END OF
011940             SET WS-TMF-AUTHORIZED TO TRUE
011950         END-IF
011960     END-IF.
011961 2321-SCAN-TMF-ENTRY-EXIT.
011962     EXIT.
011963
011964*----------------------------------------------------------------
011965*    PROVE EACH OF THE PAIR'S ORIGINAL A/B/C VALUES AGAINST THE
011966*    ABCRCF ROUTING-CODE MASTER. A VALUE IS GOOD ONLY WHEN SOME
011967*    ROW FOR ITS CODE IS ACTIVE AND COVERS THE BUSINESS DATE; A
011968*    CODE WITH ROWS BUT NONE LIVE REJECTS AS INACTIVE, A CODE
011969*    WITH NO ROW AT ALL AS UNKNOWN. A RUN WITH NO MASTER SKIPS
011970*    THE CHECK ENTIRELY. THE DATE CHECKED IS THE HEADER'S
011971*    BUSINESS DATE, FALLING BACK TO THE RUN DATE FOR A LEGACY
011972*    EXTRACT, THE SAME RULE 2320-CHECK-AUTHORIZATION USES.
011973*----------------------------------------------------------------
011974 2340-VALIDATE-ROUTING-CODES.
011975*----------------------------------------------------------------
011976     IF WS-RCF-COUNT = ZERO
011977         GO TO 2340-VALIDATE-ROUTING-CODES-EXIT
011978     END-IF.
011979     IF WS-HDR-BUS-DATE NOT = SPACES
011980         MOVE WS-HDR-BUS-DATE TO WS-VAL-DATE
011981     ELSE
011982         MOVE WS-RUN-DATE TO WS-VAL-DATE
011983     END-IF.
011984*    EVERY ITEM OF AN N-ELEMENT GROUP IS A ROUTING CODE AND IS
011985*    PROVED THE SAME WAY, STOPPING AT THE FIRST BAD ONE.
011986     IF WS-GROUP-PAIR
011987         PERFORM 2343-CHECK-GROUP-CODE
011988             THRU 2343-CHECK-GROUP-CODE-EXIT
011989             VARYING WS-GRP-SUB FROM 1 BY 1
011990             UNTIL WS-GRP-SUB > WS-GRP-COUNT
011991                 OR WS-INVALID-TMPL
011992         GO TO 2340-VALIDATE-ROUTING-CODES-EXIT
011993     END-IF.
012002     MOVE WS-ORIG-A TO WS-RCF-VALUE.
012003     PERFORM 2341-CHECK-ONE-CODE
012004         THRU 2341-CHECK-ONE-CODE-EXIT.
012061     EXIT.
012062
012063*----------------------------------------------------------------
012064 2343-CHECK-GROUP-CODE.
012065*----------------------------------------------------------------
012066     MOVE WS-NXF-ITEM(WS-GRP-SUB) TO WS-RCF-VALUE.
012067     PERFORM 2341-CHECK-ONE-CODE
012068         THRU 2341-CHECK-ONE-CODE-EXIT.
012069 2343-CHECK-GROUP-CODE-EXIT.
012070     EXIT.
012071
012072*----------------------------------------------------------------
012073* A TIE EXISTS WHEN TWO OR ALL THREE OF A/B/C COMPARE EQUAL (ANY
012074* TWO ITEMS OF AN N-ELEMENT GROUP, AS ABCNXF REPORTS IT).
012075* THE SORT/REMAP IN THE ABCXFM SUBPROGRAM ALREADY PRODUCES A
012076* DETERMINISTIC RESULT FOR TIES (SEE ITS TIE-BREAK BANNER); THIS
012077* PARAGRAPH ONLY FLAGS THE CONDITION SO IT CAN BE CARRIED ONTO THE
012078* AUDIT RECORD FOR COMPLIANCE REVIEW.
012079*----------------------------------------------------------------
012080 2350-CHECK-FOR-TIE.
012081*----------------------------------------------------------------
012090     MOVE "N" TO WS-TIE-SW.
012092     IF WS-GROUP-PAIR
012094         MOVE WS-NXF-TIE-SW TO WS-TIE-SW
012096         GO TO 2350-CHECK-FOR-TIE-EXIT
012098     END-IF.
012100     IF A = B OR B = C OR A = C
012110         SET WS-TIE-PRESENT TO TRUE
012120     END-IF.
012480*    RUN DATE, THE RECORD NUMBER AND THE REJECT REASON, SO THE
012490*    ABCFIX CORRECTION PROGRAM CAN REPAIR AND RESUBMIT IT. A
012500*    PAIR THAT WAS ITSELF A RESUBMISSION KEEPS ITS ORIGINAL
012510*    RECORD NUMBER ON THE TAG SO THE TRAIL STAYS UNBROKEN (ITS
012515*    LINE-2 STILL CARRIES ABCFIX'S RCY DATE IN COLS 41-48). A
012520*    TRUNCATED PAIR'S LINE-2 GOES OUT AS A BLANK LINE FOR THE
012530*    CORRECTION TO FILL IN.
012540*----------------------------------------------------------------
012640     ELSE
012650         MOVE WS-RUN-DATE TO WS-RCY-DATE
012660     END-IF.
012661     IF WS-HDR-RELEASED
012662         IF WS-EXPECTED-DATE NOT = SPACES
012663             MOVE WS-EXPECTED-DATE TO WS-RCY-DATE
012664         ELSE
012665             MOVE WS-RUN-DATE TO WS-RCY-DATE
012666         END-IF
012667     END-IF.
012670     MOVE SPACES TO ABC-RCY-REC.
012680     STRING
012690         "RCY "                    DELIMITED BY SIZE
012920*----------------------------------------------------------------
012930 2500-CHECK-DUPLICATE.
012940*----------------------------------------------------------------
012950     PERFORM 2505-BUILD-DUP-KEY
012960         THRU 2505-BUILD-DUP-KEY-EXIT.
013000     MOVE ZERO TO WS-DUP-FIRST-REC.
013010     IF NOT WS-SNW-ON
013020         GO TO 2500-CHECK-DUPLICATE-EXIT
013180             CONTINUE
013190     END-WRITE.
013200 2500-CHECK-DUPLICATE-EXIT.
013201     EXIT.
013202
013203*----------------------------------------------------------------
013204*    THE ONE PLACE THE SEEN-PAIR KEY IS BUILT, FOR 2500 AND 2520
013205*    ALIKE. AN A/B/C PAIR IS ITS ORIGINAL VALUES AND ITS X/Y/Z
013206*    TEMPLATE IN THE FIRST NINE BYTES; AN N-ELEMENT GROUP IS ITS
013207*    COUNT, ITS TWELVE ITEM SLOTS AND ITS TWELVE RANK SLOTS.
013208*----------------------------------------------------------------
013209 2505-BUILD-DUP-KEY.
013210*----------------------------------------------------------------
013211     MOVE SPACES TO WS-DUP-KEY.
013212     IF WS-GROUP-PAIR
013213         MOVE WS-NXF-COUNT TO WS-DUP-KEY(1:2)
013214         MOVE WS-NXF-AREA(4:48) TO WS-DUP-KEY(3:48)
013215         GO TO 2505-BUILD-DUP-KEY-EXIT
013216     END-IF.
013217     MOVE WS-ORIG-A TO WS-DUP-KEY(1:2).
013218     MOVE WS-ORIG-B TO WS-DUP-KEY(3:2).
013219     MOVE WS-ORIG-C TO WS-DUP-KEY(5:2).
013220     MOVE LINE-2    TO WS-DUP-KEY(7:3).
013221 2505-BUILD-DUP-KEY-EXIT.
013222     EXIT.
013223
013224*----------------------------------------------------------------
013225*    REGISTER A PAIR THE PASS FILTER SKIPPED ON THE ABCSNW WORK
013226*    FILE - SAME KEY AS 2500, NO DUPLICATE FLAGGING - SO THE
013228*    COPY THE OTHER PASS PROCESSES IS STILL CAUGHT AS A REPEAT.
013230*    AN ALREADY-REGISTERED KEY IS LEFT AS IT STANDS: THE FIRST
013234*----------------------------------------------------------------
013236 2520-REGISTER-SKIPPED-PAIR.
013238*----------------------------------------------------------------
013242     PERFORM 2505-BUILD-DUP-KEY
013246         THRU 2505-BUILD-DUP-KEY-EXIT.
013250     MOVE WS-DUP-KEY TO ABC-SNW-KEY.
013252     READ ABC-SNW-FILE
013254         INVALID KEY
013680*----------------------------------------------------------------
013690 3000-TRANSFORM-PAIR.
013700*----------------------------------------------------------------
013701*    AN N-ELEMENT GROUP WAS ALREADY TRANSFORMED BY THE ABCNXF
013702*    CALL THAT PROVED ITS RANKS IN 2310 - PICK UP THE RESULT.
013703     IF WS-GROUP-PAIR
013704         MOVE WS-NXF-OUT-ITEM(1) TO A
013705         MOVE WS-NXF-OUT-ITEM(2) TO B
013706         MOVE WS-NXF-OUT-ITEM(3) TO C
013707         MOVE "GRP" TO WS-BRANCH
013708         GO TO 3000-TRANSFORM-PAIR-EXIT
013709     END-IF.
013710     IF RUN-MODE-FORWARD
013720         MOVE "F" TO WS-XFM-FUNCTION
013730     ELSE
014700 5000-BUILD-OUTPUT.
014710*----------------------------------------------------------------
014720     MOVE SPACES TO OUT.
014721*    A ROUTING GROUP'S OUT IS ITS ITEMS IN THREE-BYTE SLOTS, THE
014722*    SAME SHAPE IT TAKES ON ABCOUT.
014723     IF WS-GROUP-PAIR
014724         MOVE 1 TO WS-GRP-OUT-PTR
014725         PERFORM 5010-APPEND-GROUP-ITEM
014726             THRU 5010-APPEND-GROUP-ITEM-EXIT
014727             VARYING WS-GRP-SUB FROM 1 BY 1
014728             UNTIL WS-GRP-SUB > WS-GRP-COUNT
014729         DISPLAY FUNCTION TRIM(OUT)
014730         GO TO 5000-BUILD-OUTPUT-EXIT
014731     END-IF.
014732     STRING
014740         A   DELIMITED BY SPACE
014750         " " DELIMITED BY SIZE
014760         B   DELIMITED BY SPACE
014840     EXIT.
014850
014860*----------------------------------------------------------------
014861 5010-APPEND-GROUP-ITEM.
014862*----------------------------------------------------------------
014863     STRING
014864         WS-NXF-OUT-ITEM(WS-GRP-SUB) DELIMITED BY SIZE
014865         " "                         DELIMITED BY SIZE
014866         INTO OUT
014867         WITH POINTER WS-GRP-OUT-PTR
014868     END-STRING.
014869 5010-APPEND-GROUP-ITEM-EXIT.
014870     EXIT.
014871
014872*----------------------------------------------------------------
014873 5100-WRITE-FIXED-OUTPUT.
014880*----------------------------------------------------------------
014890     MOVE SPACES TO ABC-OUT-REC.
014891     IF WS-GROUP-PAIR
014892         PERFORM 5110-MOVE-GROUP-SLOT
014893             THRU 5110-MOVE-GROUP-SLOT-EXIT
014894             VARYING WS-GRP-SUB FROM 1 BY 1
014895             UNTIL WS-GRP-SUB > WS-GRP-COUNT
014896         WRITE ABC-OUT-REC
014897         GO TO 5100-WRITE-FIXED-OUTPUT-EXIT
014898     END-IF.
014900     MOVE A TO ABC-OUT-A.
014910     MOVE B TO ABC-OUT-B.
014920     MOVE C TO ABC-OUT-C.
014950     EXIT.
014960
014970*----------------------------------------------------------------
014971 5110-MOVE-GROUP-SLOT.
014972*----------------------------------------------------------------
014973     MOVE WS-NXF-OUT-ITEM(WS-GRP-SUB)
014974         TO ABC-OUT-GRP-ITEM(WS-GRP-SUB).
014975 5110-MOVE-GROUP-SLOT-EXIT.
014976     EXIT.
014977
014978*----------------------------------------------------------------
014980 5200-WRITE-CSV-OUTPUT.
014990*----------------------------------------------------------------
015000     MOVE SPACES TO ABC-CSV-REC.
015001     IF WS-GROUP-PAIR
015002         MOVE 1 TO WS-GRP-OUT-PTR
015003         PERFORM 5210-APPEND-GROUP-CSV
015004             THRU 5210-APPEND-GROUP-CSV-EXIT
015005             VARYING WS-GRP-SUB FROM 1 BY 1
015006             UNTIL WS-GRP-SUB > WS-GRP-COUNT
015007         STRING
015008             WS-SRC-ID    DELIMITED BY SIZE
015009             INTO ABC-CSV-REC
015010             WITH POINTER WS-GRP-OUT-PTR
015011         END-STRING
015012         WRITE ABC-CSV-REC
015013         GO TO 5200-WRITE-CSV-OUTPUT-EXIT
015014     END-IF.
015015     STRING
015020         FUNCTION TRIM(A) DELIMITED BY SIZE
015030         ","              DELIMITED BY SIZE
015040         FUNCTION TRIM(B) DELIMITED BY SIZE
015130     EXIT.
015140
015150*----------------------------------------------------------------
015151 5210-APPEND-GROUP-CSV.
015152*----------------------------------------------------------------
015153     STRING
015154         FUNCTION TRIM(WS-NXF-OUT-ITEM(WS-GRP-SUB))
015155                                     DELIMITED BY SIZE
015156         ","                         DELIMITED BY SIZE
015157         INTO ABC-CSV-REC
015158         WITH POINTER WS-GRP-OUT-PTR
015159     END-STRING.
015160 5210-APPEND-GROUP-CSV-EXIT.
015161     EXIT.
015162
015163*----------------------------------------------------------------
015164 6000-WRITE-AUDIT-RECORD.
015170*----------------------------------------------------------------
015180     MOVE SPACES TO ABC-AUD-REC.
015182     IF WS-GROUP-PAIR
015184         PERFORM 6010-BUILD-GROUP-AUDIT
015186             THRU 6010-BUILD-GROUP-AUDIT-EXIT
015188     ELSE
015190         STRING
015200             "REC "              DELIMITED BY SIZE
015210             WS-REC-COUNT        DELIMITED BY SIZE
015220             " ORIG=["           DELIMITED BY SIZE
015230             WS-ORIG-A           DELIMITED BY SIZE
015240             " "                 DELIMITED BY SIZE
015250             WS-ORIG-B           DELIMITED BY SIZE
015260             " "                 DELIMITED BY SIZE
015270             WS-ORIG-C           DELIMITED BY SIZE
015280             "] TMPL="           DELIMITED BY SIZE
015290             X                   DELIMITED BY SIZE
015300             Y                   DELIMITED BY SIZE
015310             Z                   DELIMITED BY SIZE
015320             " BRANCH="          DELIMITED BY SIZE
015330             WS-BRANCH           DELIMITED BY SIZE
015340             " OUT=["            DELIMITED BY SIZE
015350             FUNCTION TRIM(OUT)  DELIMITED BY SIZE
015360             "] TIE="            DELIMITED BY SIZE
015370             WS-TIE-SW           DELIMITED BY SIZE
015380             " SRC="             DELIMITED BY SIZE
015390             WS-SRC-ID           DELIMITED BY SIZE
015400             " DUP="             DELIMITED BY SIZE
015410             WS-DUP-SW           DELIMITED BY SIZE
015420             INTO ABC-AUD-REC
015430         END-STRING
015435     END-IF.
015440*    EVERY AUDIT RECORD CARRIES THE BUSINESS DATE SO THE ABCAUC
015450*    CONSOLIDATION CAN KEY THE PERMANENT AUDIT MASTER BY RUN
015460*    DATE PLUS RECORD NUMBER WITHOUT GUESSING FROM CATALOG
015500     ELSE
015510         MOVE WS-RUN-DATE TO WS-RCY-DATE
015520     END-IF.
015521     IF WS-HDR-RELEASED
015522         IF WS-EXPECTED-DATE NOT = SPACES
015523             MOVE WS-EXPECTED-DATE TO WS-RCY-DATE
015524         ELSE
015525             MOVE WS-RUN-DATE TO WS-RCY-DATE
015526         END-IF
015527     END-IF.
015530     MOVE ABC-AUD-REC TO WS-AUD-BUILD.
015540     MOVE SPACES TO ABC-AUD-REC.
015550     STRING
015680             " RESUB="           DELIMITED BY SIZE
015690             WS-ORIGIN-REC       DELIMITED BY SIZE
015700             INTO ABC-AUD-REC
015701         END-STRING
015702     END-IF.
015703*    ABCFIX ALSO NAMES THE DATE OF THE RCY TAG IT CORRECTED.
015704     IF WS-ORIGIN-REC > ZERO AND WS-ORIGIN-DATE NOT = SPACES
015705         MOVE ABC-AUD-REC TO WS-AUD-BUILD
015706         MOVE SPACES TO ABC-AUD-REC
015707         STRING
015708             FUNCTION TRIM(WS-AUD-BUILD) DELIMITED BY SIZE
015709             " RCYDATE="         DELIMITED BY SIZE
015710             WS-ORIGIN-DATE      DELIMITED BY SIZE
015711             INTO ABC-AUD-REC
015712         END-STRING
015713     END-IF.
015721     IF WS-HDR-RELEASED
015722         MOVE ABC-AUD-REC TO WS-AUD-BUILD
015723         MOVE SPACES TO ABC-AUD-REC
015724         STRING
015725             FUNCTION TRIM(WS-AUD-BUILD) DELIMITED BY SIZE
015726             " ORIGDATE=" WS-HDR-BUS-DATE DELIMITED BY SIZE
015727             INTO ABC-AUD-REC
015728         END-STRING
015729     END-IF.
015730     WRITE ABC-AUD-REC.
015740 6000-WRITE-AUDIT-RECORD-EXIT.
015750     EXIT.
015760
015770*----------------------------------------------------------------
015771*    THE AUDIT BODY FOR AN N-ELEMENT GROUP. THE TEMPLATE IS THE
015772*    GROUP SIZE (N02..N12), THE RANKS ARE CARRIED SO ABCRPR CAN
015773*    REPLAY THE GROUP, AND THE TRAILING FIELDS MATCH THE A/B/C
015774*    LAYOUT SO ABCAUC PARSES BOTH THE SAME WAY.
015775*----------------------------------------------------------------
015776 6010-BUILD-GROUP-AUDIT.
015777*----------------------------------------------------------------
015778     STRING
015779         "REC "              DELIMITED BY SIZE
015780         WS-REC-COUNT        DELIMITED BY SIZE
015781         " ORIG=["           DELIMITED BY SIZE
015782         FUNCTION TRIM(WS-GRP-ITEMS-TEXT)
015783                             DELIMITED BY SIZE
015784         "] TMPL=N"          DELIMITED BY SIZE
015785         WS-NXF-COUNT        DELIMITED BY SIZE
015786         " BRANCH="          DELIMITED BY SIZE
015787         WS-BRANCH           DELIMITED BY SIZE
015788         " RANK=["           DELIMITED BY SIZE
015789         FUNCTION TRIM(WS-GRP-RANKS-TEXT)
015790                             DELIMITED BY SIZE
015791         "] OUT=["           DELIMITED BY SIZE
015792         FUNCTION TRIM(OUT)  DELIMITED BY SIZE
015793         "] TIE="            DELIMITED BY SIZE
015794         WS-TIE-SW           DELIMITED BY SIZE
015795         " SRC="             DELIMITED BY SIZE
015796         WS-SRC-ID           DELIMITED BY SIZE
015797         " DUP="             DELIMITED BY SIZE
015798         WS-DUP-SW           DELIMITED BY SIZE
015799         INTO ABC-AUD-REC
015800     END-STRING.
015801 6010-BUILD-GROUP-AUDIT-EXIT.
015802     EXIT.
015803
015804*----------------------------------------------------------------
015805 6500-TALLY-TEMPLATE-BRANCH.
015806*----------------------------------------------------------------
015807     PERFORM 6510-FIND-TMPL-MATCH
015810         THRU 6510-FIND-TMPL-MATCH-EXIT
015820         VARYING WS-TMPL-SUB FROM 1 BY 1
015830         UNTIL WS-TMPL-SUB > 7
015840             OR WS-TMPL-NAME(WS-TMPL-SUB) = WS-BRANCH.
015850     IF WS-TMPL-SUB NOT > 7
015860         ADD 1 TO WS-TMPL-COUNT(WS-TMPL-SUB)
015870         IF WS-SRW-ON
015880             PERFORM 6520-GET-SOURCE-RECORD
017900     PERFORM 9510-WRITE-SUMMARY-LINE
017910         THRU 9510-WRITE-SUMMARY-LINE-EXIT
017920         VARYING WS-TMPL-SUB FROM 1 BY 1
017930         UNTIL WS-TMPL-SUB > 7.
017940
017950     IF WS-SRW-ON
017960         PERFORM 9515-POSITION-SOURCE-SCAN
018258     EXIT.
018260
018262*----------------------------------------------------------------
018264*    THE PER-SOURCE BREAKDOWN - ONE REJECT LINE AND SEVEN TEMPLATE
018266*    LINES PER SOURCE-ID SEEN THIS RUN, READ STRAIGHT OFF THE
018268*    ABCSRW WORK FILE IN KEY ORDER, SO A FEEDER THAT STARTS
018270*    SENDING GARBAGE SHOWS UP IN ONE PLACE AND NO FEEDER FALLS
018410     PERFORM 9530-WRITE-SOURCE-TMPL-LINE
018420         THRU 9530-WRITE-SOURCE-TMPL-LINE-EXIT
018430         VARYING WS-TMPL-SUB FROM 1 BY 1
018440         UNTIL WS-TMPL-SUB > 7.
018450 9520-WRITE-SOURCE-SECTION-EXIT.
018460     EXIT.
018470
