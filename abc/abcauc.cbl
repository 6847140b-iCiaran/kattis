000452*                  CONCATENATED TWICE FOLDS ONCE, AND THE OLD
000453*                  1000-DATE TABLE CEILING IS GONE - THE WORK
000454*                  FILE IS SIZED BY ITS DD ALLOCATION.
000455* 10/15/2026 CAM   N-ELEMENT ROUTING GROUPS. THE MASTER ROW GROWS
000456*                  TO 180 BYTES WITH A GROUP EXTENSION, AND THE
000457*                  DAILY ABCAUDS RECORD TO 256. A GROUP ROW (TMPL
000458*                  N02..N12, BRANCH GRP) CARRIES ITS FIRST THREE
000459*                  ITEMS AND OUT VALUES IN THE USUAL COLUMNS, SO
000460*                  EXISTING ENQUIRIES STILL FIND IT THERE,
000461*                  AND THE WHOLE GROUP IN THE EXTENSION. AN A/B/C
000462*                  ROW LEAVES THE EXTENSION SPACES, AND AN 80-BYTE
000463*                  ROW FROM AN OLDER GENERATION READS THE SAME.
000464*
000465*                  MASTER ROW EXTENSION (ABCAUDM):
000466*                      COLS  57-58  GROUP SIZE (SPACES = A/B/C)
000467*                      COLS  60-95  GROUP ITEMS, TWELVE 3-BYTE
000468*                                   SLOTS AS ON ABCOUT
000469*                      COLS  97-132 GROUP RANKS, SAME SLOTS
000470*                      COLS 134-169 GROUP OUT, SAME SLOTS
000471* 10/15/2026 CAM   A PAIR FROM A BATCH RELEASED FROM HOLD NOW
000472*                  AUDITS UNDER THE RELEASE NIGHT'S DATE, SO ITS
000473*                  KEY NO LONGER COLLIDES WITH A ROW OF ITS
000474*                  ORIGINAL NIGHT; THE ORIGINAL BUSINESS DATE IS
000475*                  PARSED FROM ORIGDATE= AND KEPT ON THE ROW.
000476*                      COLS 171-178 ORIGINAL BUSINESS DATE (SPACES
000477*                                   = NOT A RELEASED PAIR)
000478*----------------------------------------------------------------
000479
000480 ENVIRONMENT DIVISION.
000481 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AUC-OLD-FILE ASSIGN TO "ABCAMO"
000510         ORGANIZATION IS LINE SEQUENTIAL
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUC-OLD-FILE.
000690 01  AUC-OLD-REC                 PIC X(180).
000700
000710 FD  AUC-AUD-FILE.
000720 01  AUC-AUD-REC                 PIC X(256).
000730
000740 FD  AUC-NEW-FILE.
000750 01  AUC-NEW-REC                 PIC X(180).
000760
000770 FD  AUC-RPT-FILE.
000780 01  AUC-RPT-REC                 PIC X(132).
001410     05  WS-AUD-SRC              PIC X(02).
001420     05  WS-AUD-RESUB            PIC X(07).
001430     05  WS-AUD-DATE             PIC X(08).
001431     05  WS-AUD-ORIG-TEXT        PIC X(40).
001432     05  WS-AUD-OUT-TEXT         PIC X(40).
001433     05  WS-AUD-RANK-TEXT        PIC X(40).
001434     05  WS-AUD-GRP-SIZE         PIC X(02).
001435     05  WS-AUD-GRP-ITEMS        PIC X(36).
001436     05  WS-AUD-GRP-RANKS        PIC X(36).
001437     05  WS-AUD-GRP-OUT          PIC X(36).
001438     05  WS-AUD-ORIGDATE         PIC X(08).
001439
001440*----------------------------------------------------------------
001441* A GROUP'S ITEMS, RANKS OR OUT VALUES LAID INTO THE TWELVE
001442* THREE-BYTE SLOTS THE MASTER EXTENSION STORES THEM IN.
001443*----------------------------------------------------------------
001444 01  WS-GRP-SLOT-AREA.
001445     05  WS-GRP-SLOT             OCCURS 12 TIMES.
001446         10  WS-GRP-SLOT-VAL     PIC X(02).
001447         10  FILLER              PIC X(01).
001448 01  WS-GRP-TEXT                 PIC X(40).
001449
001450 01  WS-PARSE-WORK.
001460     05  WS-SCRAP                PIC X(256).
001470     05  WS-REST                 PIC X(256).
001480
001490 PROCEDURE DIVISION.
001500*----------------------------------------------------------------
003220     MOVE WS-AUD-OUT    TO AUC-NEW-REC(37:8).
003230     MOVE WS-AUD-SRC    TO AUC-NEW-REC(46:2).
003240     MOVE WS-AUD-RESUB  TO AUC-NEW-REC(49:7).
003241     IF WS-AUD-GRP-SIZE NOT = SPACES
003242         MOVE WS-AUD-GRP-SIZE  TO AUC-NEW-REC(57:2)
003243         MOVE WS-AUD-GRP-ITEMS TO AUC-NEW-REC(60:36)
003244         MOVE WS-AUD-GRP-RANKS TO AUC-NEW-REC(97:36)
003245         MOVE WS-AUD-GRP-OUT   TO AUC-NEW-REC(134:36)
003246     END-IF.
003247     IF WS-AUD-ORIGDATE NOT = SPACES
003248         MOVE WS-AUD-ORIGDATE  TO AUC-NEW-REC(171:8)
003249     END-IF.
003250     WRITE AUC-NEW-REC.
003260     ADD 1 TO WS-ADD-COUNT.
003270 3000-FOLD-ONE-AUDIT-RECORD-EXIT.
003370*----------------------------------------------------------------
003380     MOVE SPACES TO WS-AUD-RECNO, WS-AUD-ORIG, WS-AUD-TMPL,
003390         WS-AUD-BRANCH, WS-AUD-OUT, WS-AUD-TIE, WS-AUD-SRC,
003400         WS-AUD-RESUB, WS-AUD-DATE, WS-AUD-ORIG-TEXT,
003403         WS-AUD-OUT-TEXT, WS-AUD-RANK-TEXT, WS-AUD-GRP-SIZE,
003406         WS-AUD-GRP-ITEMS, WS-AUD-GRP-RANKS, WS-AUD-GRP-OUT,
003407         WS-AUD-ORIGDATE.
003410
003420     MOVE AUC-AUD-REC(5:7) TO WS-AUD-RECNO.
003430
003480     END-UNSTRING.
003490     UNSTRING WS-REST
003500         DELIMITED BY "]"
003510         INTO WS-AUD-ORIG-TEXT
003520     END-UNSTRING.
003525     MOVE WS-AUD-ORIG-TEXT(1:8) TO WS-AUD-ORIG.
003530
003540     MOVE SPACES TO WS-REST.
003550     UNSTRING AUC-AUD-REC
003720     END-UNSTRING.
003730     UNSTRING WS-REST
003740         DELIMITED BY "]"
003750         INTO WS-AUD-OUT-TEXT
003760     END-UNSTRING.
003770*    THE AUDIT OUT= VALUE IS WRITTEN TRIMMED ("12 7 3"), BUT THE
003780*    MASTER STORES THE SAME TWO-CHAR-PER-VALUE SHAPE AS ORIG
003790*    ("12 7  3 ") SO AN ABCAUQ O CARD - WHICH NORMALIZES TO THAT
003800*    SHAPE - COMPARES EQUAL EVEN WHEN A VALUE IS ONE DIGIT.
003810     MOVE SPACES TO WS-OUT-T1, WS-OUT-T2, WS-OUT-T3.
003820     UNSTRING WS-AUD-OUT-TEXT
003830         DELIMITED BY ALL " "
003840         INTO WS-OUT-T1, WS-OUT-T2, WS-OUT-T3
003850     END-UNSTRING.
004160         MOVE WS-REST(1:7) TO WS-AUD-RESUB
004170     END-IF.
004180
004181     MOVE SPACES TO WS-REST.
004182     UNSTRING AUC-AUD-REC
004183         DELIMITED BY "ORIGDATE="
004184         INTO WS-SCRAP, WS-REST
004185     END-UNSTRING.
004186     IF WS-REST(1:8) NUMERIC
004187         MOVE WS-REST(1:8) TO WS-AUD-ORIGDATE
004188     END-IF.
004189
004190     MOVE SPACES TO WS-REST.
004200     UNSTRING AUC-AUD-REC
004210         DELIMITED BY "DATE="
004270         MOVE "00000000" TO WS-AUD-DATE
004280         ADD 1 TO WS-UNDATED-COUNT
004290     END-IF.
004291
004292*    AN N-ELEMENT GROUP (TMPL=Nkk) ALSO FILLS THE EXTENSION.
004293     IF WS-AUD-TMPL(1:1) = "N"
004294             AND WS-AUD-TMPL(2:2) NUMERIC
004295         PERFORM 3200-PARSE-GROUP-FIELDS
004296             THRU 3200-PARSE-GROUP-FIELDS-EXIT
004297     END-IF.
004300 3100-PARSE-AUDIT-RECORD-EXIT.
004301     EXIT.
004302
004303*----------------------------------------------------------------
004304*    THE GROUP EXTENSION - SIZE FROM THE TEMPLATE, AND ITEMS,
004305*    RANKS AND OUT VALUES EACH LAID INTO TWELVE SLOTS. THE
004306*    USUAL ORIG AND OUT COLUMNS TAKE THE FIRST THREE SLOTS, THE
004307*    SAME SHAPE AN A/B/C ROW HAS THERE.
004308*----------------------------------------------------------------
004309 3200-PARSE-GROUP-FIELDS.
004310*----------------------------------------------------------------
004311     MOVE WS-AUD-TMPL(2:2) TO WS-AUD-GRP-SIZE.
004312
004313     MOVE WS-AUD-ORIG-TEXT TO WS-GRP-TEXT.
004314     PERFORM 3210-SLOT-GROUP-TEXT
004315         THRU 3210-SLOT-GROUP-TEXT-EXIT.
004316     MOVE WS-GRP-SLOT-AREA TO WS-AUD-GRP-ITEMS.
004317     MOVE WS-GRP-SLOT-AREA(1:8) TO WS-AUD-ORIG.
004318
004319     MOVE SPACES TO WS-REST.
004320     UNSTRING AUC-AUD-REC
004321         DELIMITED BY "RANK=["
004322         INTO WS-SCRAP, WS-REST
004323     END-UNSTRING.
004324     UNSTRING WS-REST
004325         DELIMITED BY "]"
004326         INTO WS-AUD-RANK-TEXT
004327     END-UNSTRING.
004328     MOVE WS-AUD-RANK-TEXT TO WS-GRP-TEXT.
004329     PERFORM 3210-SLOT-GROUP-TEXT
004330         THRU 3210-SLOT-GROUP-TEXT-EXIT.
004331     MOVE WS-GRP-SLOT-AREA TO WS-AUD-GRP-RANKS.
004332
004333     MOVE WS-AUD-OUT-TEXT TO WS-GRP-TEXT.
004334     PERFORM 3210-SLOT-GROUP-TEXT
004335         THRU 3210-SLOT-GROUP-TEXT-EXIT.
004336     MOVE WS-GRP-SLOT-AREA TO WS-AUD-GRP-OUT.
004337     MOVE WS-GRP-SLOT-AREA(1:8) TO WS-AUD-OUT.
004338 3200-PARSE-GROUP-FIELDS-EXIT.
004339     EXIT.
004340
004341*----------------------------------------------------------------
004342 3210-SLOT-GROUP-TEXT.
004343*----------------------------------------------------------------
004344     MOVE SPACES TO WS-GRP-SLOT-AREA.
004345     UNSTRING WS-GRP-TEXT
004346         DELIMITED BY ALL " "
004347         INTO WS-GRP-SLOT-VAL(1), WS-GRP-SLOT-VAL(2),
004348              WS-GRP-SLOT-VAL(3), WS-GRP-SLOT-VAL(4),
004349              WS-GRP-SLOT-VAL(5), WS-GRP-SLOT-VAL(6),
004350              WS-GRP-SLOT-VAL(7), WS-GRP-SLOT-VAL(8),
004351              WS-GRP-SLOT-VAL(9), WS-GRP-SLOT-VAL(10),
004352              WS-GRP-SLOT-VAL(11), WS-GRP-SLOT-VAL(12)
004353     END-UNSTRING.
004354 3210-SLOT-GROUP-TEXT-EXIT.
004355     EXIT.
004356
004357*----------------------------------------------------------------
004358 7000-WRITE-REPORT.
004359*----------------------------------------------------------------
004360     MOVE SPACES TO AUC-RPT-REC.
004370     STRING
004380         "ABCAUC AUDIT CONSOLIDATION - ROWS IN: "
