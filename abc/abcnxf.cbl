000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ABCNXF.
000120 AUTHOR.        C MORGAN.
000130 INSTALLATION.  ROUTING SYSTEMS GROUP.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 CAM   ORIGINAL VERSION. THE N-ELEMENT GROUP
000210*                  COUNTERPART OF ABCXFM - ABCN'S SORT AND
000220*                  RANK REMAP, LIFTED INTO A CALLED SUBPROGRAM
000230*                  SO ABC CAN WORK ROUTING GROUPS BIGGER THAN
000240*                  THREE CODES INSIDE THE NIGHTLY RUN (AND
000250*                  ABCRPR CAN REPROCESS THEM) WITHOUT A SECOND
000260*                  COPY OF THE LOGIC. ABCN ITSELF IS LEFT AS
000270*                  IT STANDS FOR THE OFF-NIGHT DESK WORK.
000280*
000290*                  COMMUNICATION AREA (CALLER DEFINES THE SAME
000300*                  LAYOUT):
000310*                      NXF-FUNCTION  X(01)  F = SORT THE ITEMS
000320*                                           AND REMAP BY THE
000330*                                           RANK TEMPLATE;
000340*                                           R = INVERT A KNOWN
000350*                                           OUT BACK TO THE
000360*                                           SORTED ITEMS.
000370*                      NXF-COUNT     9(02)  ITEMS IN THE GROUP,
000380*                                           02 THRU 12.
000390*                      NXF-ITEM      X(02)  THE GROUP (OUT ITEMS
000400*                                           FOR FUNCTION R),
000410*                                           OCCURS 12.
000420*                      NXF-RANK      9(02)  THE TEMPLATE - SLOT
000430*                                           K OF THE OUT TAKES
000440*                                           THE ITEM OF SORTED
000450*                                           RANK NXF-RANK(K),
000460*                                           OCCURS 12.
000470*                      NXF-OUT-ITEM  X(02)  THE RESULT, OCCURS
000480*                                           12.
000490*                      NXF-TIE-SW    X(01)  Y = TWO OR MORE
000500*                                           ITEMS COMPARED
000510*                                           EQUAL IN THE SORT.
000520*                      NXF-STATUS    X(01)  0 = TRANSFORMED,
000530*                                           1 = COUNT OUT OF
000540*                                           RANGE,
000550*                                           2 = RANKS NOT A
000560*                                           PERMUTATION OF 1..N,
000570*                                           3 = FUNCTION NOT F/R.
000580*
000590*                  TWELVE ITEMS IS THE MOST A LINE-1 RECORD
000600*                  HOLDS AHEAD OF THE COLLECTION STAMP IN
000610*                  COLS 41-50. EQUAL ITEMS ARE IDENTICAL
000620*                  VALUES, SO THE SELECTION SORT NEEDS NO
000630*                  TIE-BREAK RULE OF ITS OWN TO BE REPEATABLE.
000640*----------------------------------------------------------------
000650
000660 ENVIRONMENT DIVISION.
000670
000680 DATA DIVISION.
000690 WORKING-STORAGE SECTION.
000700 01  WS-NXF-MAX-ITEMS            PIC 9(02)  VALUE 12.
000710
000720 01  WS-NXF-WORK.
000730     05  WS-NXF-I                PIC 9(02)  COMP  VALUE ZERO.
000740     05  WS-NXF-J                PIC 9(02)  COMP  VALUE ZERO.
000750     05  WS-NXF-K                PIC 9(02)  COMP  VALUE ZERO.
000760     05  WS-NXF-MIN-IDX          PIC 9(02)  COMP  VALUE ZERO.
000770     05  WS-SWAP-TEMP            PIC X(02).
000780
000790 01  WS-NXF-SORTED-TABLE.
000800     05  WS-NXF-SORTED           PIC X(02)  OCCURS 12 TIMES.
000810
000820 01  WS-NXF-SEEN-TABLE.
000830     05  WS-NXF-SEEN             PIC X(01)  OCCURS 12 TIMES.
000840
000850 LINKAGE SECTION.
000860 01  NXF-COMMAREA.
000870     05  NXF-FUNCTION            PIC X(01).
000880         88  NXF-FUNC-FORWARD    VALUE "F".
000890         88  NXF-FUNC-REVERSE    VALUE "R".
000900     05  NXF-COUNT               PIC 9(02).
000910     05  NXF-ITEM                PIC X(02)  OCCURS 12 TIMES.
000920     05  NXF-RANK                PIC 9(02)  OCCURS 12 TIMES.
000930     05  NXF-OUT-ITEM            PIC X(02)  OCCURS 12 TIMES.
000940     05  NXF-TIE-SW              PIC X(01).
000950         88  NXF-TIE-PRESENT     VALUE "Y".
000960     05  NXF-STATUS              PIC X(01).
000970         88  NXF-OK              VALUE "0".
000980         88  NXF-BAD-COUNT       VALUE "1".
000990         88  NXF-BAD-RANKS       VALUE "2".
001000         88  NXF-BAD-FUNCTION    VALUE "3".
001010
001020 PROCEDURE DIVISION USING NXF-COMMAREA.
001030*----------------------------------------------------------------
001040 0000-MAINLINE.
001050*----------------------------------------------------------------
001060     MOVE "N" TO NXF-TIE-SW.
001070     MOVE SPACES TO WS-NXF-SORTED-TABLE.
001080     SET NXF-OK TO TRUE.
001090
001100     IF NOT NXF-FUNC-FORWARD AND NOT NXF-FUNC-REVERSE
001110         SET NXF-BAD-FUNCTION TO TRUE
001120         GO TO 0000-MAINLINE-EXIT
001130     END-IF.
001140
001150     PERFORM 2000-VALIDATE-TEMPLATE
001160         THRU 2000-VALIDATE-TEMPLATE-EXIT.
001170     IF NOT NXF-OK
001180         GO TO 0000-MAINLINE-EXIT
001190     END-IF.
001200
001210     MOVE SPACES TO NXF-OUT-ITEM(1) NXF-OUT-ITEM(2)
001220         NXF-OUT-ITEM(3) NXF-OUT-ITEM(4) NXF-OUT-ITEM(5)
001230         NXF-OUT-ITEM(6) NXF-OUT-ITEM(7) NXF-OUT-ITEM(8)
001240         NXF-OUT-ITEM(9) NXF-OUT-ITEM(10) NXF-OUT-ITEM(11)
001250         NXF-OUT-ITEM(12).
001260
001270     IF NXF-FUNC-FORWARD
001280         PERFORM 3000-SORT-ITEMS
001290             THRU 3000-SORT-ITEMS-EXIT
001300         PERFORM 4000-REMAP-BY-TEMPLATE
001310             THRU 4000-REMAP-BY-TEMPLATE-EXIT
001320     ELSE
001330         PERFORM 4500-REVERSE-REMAP-BY-TEMPLATE
001340             THRU 4500-REVERSE-REMAP-BY-TEMPLATE-EXIT
001350     END-IF.
001360 0000-MAINLINE-EXIT.
001370     GOBACK.
001380
001390*----------------------------------------------------------------
001400*    THE COUNT MUST BE 02 THRU 12 AND THE RANKS A TRUE
001410*    PERMUTATION OF 1..N - EVERY RANK IN RANGE AND NONE
001420*    REPEATED - THE SAME TEST ABCN'S 2300 APPLIES, KEPT HERE SO
001430*    EVERY CALLER GETS IT FOR FREE.
001440*----------------------------------------------------------------
001450 2000-VALIDATE-TEMPLATE.
001460*----------------------------------------------------------------
001470     IF NXF-COUNT NOT NUMERIC
001480         SET NXF-BAD-COUNT TO TRUE
001490         GO TO 2000-VALIDATE-TEMPLATE-EXIT
001500     END-IF.
001510     IF NXF-COUNT < 2 OR NXF-COUNT > WS-NXF-MAX-ITEMS
001520         SET NXF-BAD-COUNT TO TRUE
001530         GO TO 2000-VALIDATE-TEMPLATE-EXIT
001540     END-IF.
001550
001560     MOVE ALL "N" TO WS-NXF-SEEN-TABLE.
001570     PERFORM 2100-CHECK-ONE-RANK
001580         THRU 2100-CHECK-ONE-RANK-EXIT
001590         VARYING WS-NXF-K FROM 1 BY 1
001600         UNTIL WS-NXF-K > NXF-COUNT OR NOT NXF-OK.
001610 2000-VALIDATE-TEMPLATE-EXIT.
001620     EXIT.
001630
001640*----------------------------------------------------------------
001650 2100-CHECK-ONE-RANK.
001660*----------------------------------------------------------------
001670     IF NXF-RANK(WS-NXF-K) NOT NUMERIC
001680         SET NXF-BAD-RANKS TO TRUE
001690         GO TO 2100-CHECK-ONE-RANK-EXIT
001700     END-IF.
001710     IF NXF-RANK(WS-NXF-K) < 1
001720             OR NXF-RANK(WS-NXF-K) > NXF-COUNT
001730         SET NXF-BAD-RANKS TO TRUE
001740         GO TO 2100-CHECK-ONE-RANK-EXIT
001750     END-IF.
001760     IF WS-NXF-SEEN(NXF-RANK(WS-NXF-K)) = "Y"
001770         SET NXF-BAD-RANKS TO TRUE
001780         GO TO 2100-CHECK-ONE-RANK-EXIT
001790     END-IF.
001800     MOVE "Y" TO WS-NXF-SEEN(NXF-RANK(WS-NXF-K)).
001810 2100-CHECK-ONE-RANK-EXIT.
001820     EXIT.
001830
001840*----------------------------------------------------------------
001850*    SELECTION SORT OF A WORKING COPY - THE CALLER'S ITEMS ARE
001860*    LEFT AS THEY CAME IN. A TIE IS ANY TWO NEIGHBORS THAT
001870*    COMPARE EQUAL ONCE THE SORT IS DONE.
001880*----------------------------------------------------------------
001890 3000-SORT-ITEMS.
001900*----------------------------------------------------------------
001910     PERFORM 3050-COPY-ONE-ITEM
001920         THRU 3050-COPY-ONE-ITEM-EXIT
001930         VARYING WS-NXF-K FROM 1 BY 1 UNTIL WS-NXF-K > NXF-COUNT.
001940
001950     PERFORM 3100-SORT-PASS
001960         THRU 3100-SORT-PASS-EXIT
001970         VARYING WS-NXF-I FROM 1 BY 1
001980         UNTIL WS-NXF-I >= NXF-COUNT.
001990
002000     PERFORM 3200-CHECK-ONE-TIE
002010         THRU 3200-CHECK-ONE-TIE-EXIT
002020         VARYING WS-NXF-K FROM 2 BY 1 UNTIL WS-NXF-K > NXF-COUNT.
002030 3000-SORT-ITEMS-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------------
002070 3050-COPY-ONE-ITEM.
002080*----------------------------------------------------------------
002090     MOVE NXF-ITEM(WS-NXF-K) TO WS-NXF-SORTED(WS-NXF-K).
002100 3050-COPY-ONE-ITEM-EXIT.
002110     EXIT.
002120
002130*----------------------------------------------------------------
002140 3100-SORT-PASS.
002150*----------------------------------------------------------------
002160     MOVE WS-NXF-I TO WS-NXF-MIN-IDX.
002170     PERFORM 3110-FIND-MIN
002180         THRU 3110-FIND-MIN-EXIT
002190         VARYING WS-NXF-J FROM WS-NXF-I BY 1
002200         UNTIL WS-NXF-J > NXF-COUNT.
002210
002220     IF WS-NXF-MIN-IDX NOT = WS-NXF-I
002230         MOVE WS-NXF-SORTED(WS-NXF-I)       TO WS-SWAP-TEMP
002240         MOVE WS-NXF-SORTED(WS-NXF-MIN-IDX)
002250             TO WS-NXF-SORTED(WS-NXF-I)
002260         MOVE WS-SWAP-TEMP TO WS-NXF-SORTED(WS-NXF-MIN-IDX)
002270     END-IF.
002280 3100-SORT-PASS-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------------
002320 3110-FIND-MIN.
002330*----------------------------------------------------------------
002340     IF WS-NXF-SORTED(WS-NXF-J) < WS-NXF-SORTED(WS-NXF-MIN-IDX)
002350         MOVE WS-NXF-J TO WS-NXF-MIN-IDX
002360     END-IF.
002370 3110-FIND-MIN-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410 3200-CHECK-ONE-TIE.
002420*----------------------------------------------------------------
002430     COMPUTE WS-NXF-J = WS-NXF-K - 1.
002440     IF WS-NXF-SORTED(WS-NXF-K) = WS-NXF-SORTED(WS-NXF-J)
002450         MOVE "Y" TO NXF-TIE-SW
002460     END-IF.
002470 3200-CHECK-ONE-TIE-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------
002510 4000-REMAP-BY-TEMPLATE.
002520*----------------------------------------------------------------
002530     PERFORM 4100-REMAP-ONE-SLOT
002540         THRU 4100-REMAP-ONE-SLOT-EXIT
002550         VARYING WS-NXF-K FROM 1 BY 1 UNTIL WS-NXF-K > NXF-COUNT.
002560 4000-REMAP-BY-TEMPLATE-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------------
002600 4100-REMAP-ONE-SLOT.
002610*----------------------------------------------------------------
002620     MOVE WS-NXF-SORTED(NXF-RANK(WS-NXF-K))
002630         TO NXF-OUT-ITEM(WS-NXF-K).
002640 4100-REMAP-ONE-SLOT-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------------
002680*    NXF-ITEM HOLDS A KNOWN FINAL OUT. SLOT K OF THE OUT CAME
002690*    FROM SORTED RANK NXF-RANK(K), SO PUTTING IT BACK AT THAT
002700*    RANK RECOVERS THE SORTED GROUP THE FORWARD REMAP STARTED
002710*    FROM.
002720*----------------------------------------------------------------
002730 4500-REVERSE-REMAP-BY-TEMPLATE.
002740*----------------------------------------------------------------
002750     PERFORM 4600-REVERSE-ONE-SLOT
002760         THRU 4600-REVERSE-ONE-SLOT-EXIT
002770         VARYING WS-NXF-K FROM 1 BY 1 UNTIL WS-NXF-K > NXF-COUNT.
002780 4500-REVERSE-REMAP-BY-TEMPLATE-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------
002820 4600-REVERSE-ONE-SLOT.
002830*----------------------------------------------------------------
002840     MOVE NXF-ITEM(WS-NXF-K)
002850         TO NXF-OUT-ITEM(NXF-RANK(WS-NXF-K)).
002860 4600-REVERSE-ONE-SLOT-EXIT.
002870     EXIT.
