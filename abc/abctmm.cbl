000315*                  SIZED BY DD ALLOCATION), SO THIS MAINTENANCE
000316*                  TABLE WAS THE ONLY LIMIT LEFT ON HOW FAR THE
000317*                  MASTER COULD GROW.
000319* 10/15/2026 CAM   N-ELEMENT ROUTING GROUPS. A TEMPLATE KEY IS NOW
000321*                  EITHER A PERMUTATION OF A/B/C OR "N" AND A
000323*                  TWO-DIGIT GROUP SIZE 02-12 (N04 AUTHORIZES A
000325*                  CLIENT'S FOUR-ITEM GROUPS), AS ABC CHECKS THEM.
000327*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
003340         GO TO 2200-EDIT-TRANSACTION-EXIT
003350     END-IF.
003360
003370     IF TMM-TRAN-TMPL(1:1) = "N"
003380         PERFORM 2230-EDIT-GROUP-TEMPLATE
003390             THRU 2230-EDIT-GROUP-TEMPLATE-EXIT
003400     ELSE
003410         PERFORM 2240-EDIT-PAIR-TEMPLATE
003420             THRU 2240-EDIT-PAIR-TEMPLATE-EXIT
003510     END-IF.
003520     IF WS-TRAN-BAD
003530         MOVE "INVALID TEMPLATE" TO WS-REASON
004140         MOVE WS-MST-SUB TO WS-MST-HIT
004150     END-IF.
004160 2220-MATCH-ONE-ROW-EXIT.
004161     EXIT.
004162
004163*----------------------------------------------------------------
004164*    AN N-ELEMENT GROUP TEMPLATE - "N" AND THE GROUP SIZE, TWO
004165*    DIGITS, 02 THROUGH 12.
004166*----------------------------------------------------------------
004167 2230-EDIT-GROUP-TEMPLATE.
004168*----------------------------------------------------------------
004169     IF TMM-TRAN-TMPL(2:2) NOT NUMERIC
004170             OR TMM-TRAN-TMPL(2:2) < "02"
004171             OR TMM-TRAN-TMPL(2:2) > "12"
004172         SET WS-TRAN-BAD TO TRUE
004173     END-IF.
004174 2230-EDIT-GROUP-TEMPLATE-EXIT.
004175     EXIT.
004176
004177*----------------------------------------------------------------
004178*    A THREE-ELEMENT TEMPLATE - A PERMUTATION OF A, B AND C.
004179*----------------------------------------------------------------
004180 2240-EDIT-PAIR-TEMPLATE.
004181*----------------------------------------------------------------
004182     MOVE TMM-TRAN-TMPL(1:1) TO WS-T1.
004183     MOVE TMM-TRAN-TMPL(2:1) TO WS-T2.
004184     MOVE TMM-TRAN-TMPL(3:1) TO WS-T3.
004185     IF WS-T1 NOT = "A" AND WS-T1 NOT = "B" AND WS-T1 NOT = "C"
004186         SET WS-TRAN-BAD TO TRUE
004187     END-IF.
004188     IF WS-T2 NOT = "A" AND WS-T2 NOT = "B" AND WS-T2 NOT = "C"
004189         SET WS-TRAN-BAD TO TRUE
004190     END-IF.
004191     IF WS-T3 NOT = "A" AND WS-T3 NOT = "B" AND WS-T3 NOT = "C"
004192         SET WS-TRAN-BAD TO TRUE
004193     END-IF.
004194     IF WS-T1 = WS-T2 OR WS-T2 = WS-T3 OR WS-T1 = WS-T3
004195         SET WS-TRAN-BAD TO TRUE
004196     END-IF.
004197 2240-EDIT-PAIR-TEMPLATE-EXIT.
004198     EXIT.
004199
004200*----------------------------------------------------------------
004201 2300-APPLY-ADD.
004210*----------------------------------------------------------------
004220     PERFORM 2210-FIND-KEY
004230         THRU 2210-FIND-KEY-EXIT.
