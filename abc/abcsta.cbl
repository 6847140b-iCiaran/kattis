000370*                  DATE TO PAGE; NO PARM PAGES THE LATEST DATE
000380*                  ON FILE. MILESTONE RECORD LAYOUT IS
000390*                  DOCUMENTED IN ABCCOL'S 9900 BANNER.
000391* 10/15/2026 CAM   FEEDER EXCEPTIONS. ABCCOL NOW ENDS RC=08 WHEN
000392*                  A FEED IS MISSING, EMPTY OR OUTSIDE ITS
000393*                  REGISTRY LIMITS, AND CARRIES THE EXCEPTION
000394*                  COUNT AND FLAGS ON ITS MILESTONE. THE STEP
000395*                  LINE IS FOLLOWED BY THE FLAGS, THE NIGHT IS
000396*                  GRADED 08 AS ANY RC=08 NIGHT, AND THE VERDICT
000397*                  READS FEEDER EXCEPTION RATHER THAN FEED HELD -
000398*                  THE PAIRS THAT DID ARRIVE STILL SHIPPED.
000399* 10/15/2026 CAM   HELD FEEDER BATCHES. ABCCOL NOW ENDS RC=12 WHEN
000400*                  A FEED FAILS ITS OWN HDR/TRL PROOF AND IS
000401*                  MOVED TO THE HELD-BATCH FILE; THE OTHER FEEDS
000402*                  RUN ON, SO THE VERDICT READS FEEDER BATCH HELD
000403*                  RATHER THAN FEED HELD. THE HELD SOURCE-IDS
000404*                  AND REASONS SHARE THE EXCEPTION FLAGS.
000405* 10/15/2026 CAM   OPEN REJECTS. ABCORJ ENDS RC=08 WHEN A REJECT
000406*                  IS PAST ITS ESCALATION THRESHOLD; THE FEED HAS
000407*                  SHIPPED, SO THE VERDICT READS OPEN REJECTS PAST
000408*                  THRESHOLD RATHER THAN FEED HELD.
000409*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000690     05  STA-RUN-C2              PIC X(07).
000700     05  FILLER                  PIC X(01).
000710     05  STA-RUN-C3              PIC X(07).
000720     05  FILLER                  PIC X(01).
000722     05  STA-RUN-FDR-COUNT       PIC X(02).
000724     05  FILLER                  PIC X(01).
000726     05  STA-RUN-FDR-FLAGS       PIC X(18).
000730
000740 FD  STA-RPT-FILE.
000750 01  STA-RPT-REC                 PIC X(132).
000940         88  WS-FEED-HELD        VALUE "Y".
000950     05  WS-XMIT-SEEN-SW         PIC X(01)  VALUE "N".
000960         88  WS-XMIT-SEEN        VALUE "Y".
000961     05  WS-FEEDER-SW            PIC X(01)  VALUE "N".
000962         88  WS-FEEDER-EXCEPTION VALUE "Y".
000963     05  WS-BATCH-HELD-SW        PIC X(01)  VALUE "N".
000964         88  WS-BATCH-HELD       VALUE "Y".
000965     05  WS-REJECT-SW            PIC X(01)  VALUE "N".
000966         88  WS-REJECT-ESCALATION VALUE "Y".
000970
000980*----------------------------------------------------------------
000990* PER-NIGHT HISTORY - EVERY BUSINESS DATE ON FILE WITH ITS
003470     END-STRING.
003480     WRITE STA-RPT-REC.
003490
003491     IF STA-RUN-STEP = "ABCCOL"
003492             AND STA-RUN-FDR-COUNT NUMERIC
003493             AND STA-RUN-FDR-COUNT > "00"
003494         MOVE SPACES TO STA-RPT-REC
003495         STRING
003496             "           FEEDER EXCEPTIONS: "
003497                                 DELIMITED BY SIZE
003498             STA-RUN-FDR-COUNT   DELIMITED BY SIZE
003499             " FLAGS="           DELIMITED BY SIZE
003500             STA-RUN-FDR-FLAGS   DELIMITED BY SIZE
003501             INTO STA-RPT-REC
003502         END-STRING
003503         WRITE STA-RPT-REC
003504     END-IF.
003505
003506     PERFORM 3200-ACCUMULATE-FLOW
003510         THRU 3200-ACCUMULATE-FLOW-EXIT.
003520 3100-PAGE-ONE-MILESTONE-EXIT.
003530     EXIT.
003640     ELSE
003650         MOVE ZERO TO WS-RC-NUM
003660     END-IF.
003662*    ABCCOL'S RC=08 IS A FEEDER EXCEPTION AND ITS RC=12 ONE
003664*    FEEDER'S BATCH HELD - EITHER WAY THE REST WAS COLLECTED AND
003666*    FLOWS ON, SO NEITHER HOLDS THE FEED. ABCORJ'S RC=08 IS AN
003668*    OPEN REJECT PAST THRESHOLD - IT RUNS AFTER THE FEED SHIPPED.
003670     EVALUATE TRUE
003672         WHEN STA-RUN-STEP = "ABCCOL" AND WS-RC-NUM = 08
003680             SET WS-FEEDER-EXCEPTION TO TRUE
003681         WHEN STA-RUN-STEP = "ABCCOL" AND WS-RC-NUM = 12
003682             SET WS-BATCH-HELD TO TRUE
003683         WHEN STA-RUN-STEP = "ABCORJ" AND WS-RC-NUM = 08
003684             SET WS-REJECT-ESCALATION TO TRUE
003685         WHEN WS-RC-NUM > 04
003686             SET WS-FEED-HELD TO TRUE
003690     END-EVALUATE.
003700
003710     MOVE ZERO TO WS-C1-NUM.
003720     MOVE ZERO TO WS-C2-NUM.
004470                 "  VERDICT: NO TRANSMISSION MILESTONE - "
004472                                       DELIMITED BY SIZE
004475                 "THE FEED DID NOT SHIP"
004476                                       DELIMITED BY SIZE
004477                 INTO STA-RPT-REC
004478             END-STRING
004479         WHEN WS-BATCH-HELD
004480             STRING
004481                 "  VERDICT: FEED SHIPPED - FEEDER BATCH HELD, "
004482                                       DELIMITED BY SIZE
004483                 "SEE ABCCOLR"         DELIMITED BY SIZE
004484                 INTO STA-RPT-REC
004485             END-STRING
004486         WHEN WS-FEEDER-EXCEPTION
004487             STRING
004488                 "  VERDICT: FEED SHIPPED - FEEDER EXCEPTION, "
004489                                       DELIMITED BY SIZE
004490                 "SEE ABCCOLR"         DELIMITED BY SIZE
004491                 INTO STA-RPT-REC
004492             END-STRING
004493         WHEN WS-REJECT-ESCALATION
004494             STRING
004495                 "  VERDICT: FEED SHIPPED - OPEN REJECTS PAST "
004496                                       DELIMITED BY SIZE
004497                 "THRESHOLD, SEE ABCORR"
004498                                       DELIMITED BY SIZE
004499                 INTO STA-RPT-REC
004500             END-STRING
004501         WHEN OTHER
004502             MOVE "  VERDICT: FEED CLEAR" TO STA-RPT-REC
004510     END-EVALUATE.
004520     WRITE STA-RPT-REC.
004530 5000-WRITE-VERDICT-EXIT.
005340*    SETS RETURN-CODE FOR THE SCHEDULER TO BRANCH ON:
005350*        00  THE PAGED NIGHT IS CLEAR.
005360*        04  THE PAGED NIGHT NEEDS ATTENTION - THE FEED IS HELD
005370*            OR NEVER SHIPPED, OR A FEEDER WAS MISSING, EMPTY
005372*            OR OUT OF TOLERANCE, OR A FEEDER'S BATCH WAS HELD,
005374*            OR AN OPEN REJECT IS PAST ITS ESCALATION THRESHOLD;
005376*            SEE THE VERDICT LINE ON ABCSTR.
005380*        16  FATAL - A REQUIRED FILE COULD NOT BE OPENED.
005390*----------------------------------------------------------------
005400 9700-SET-RETURN-CODE.
005440     ELSE
005450         IF WS-FEED-HELD
005460                 OR (WS-STEP-LINES > ZERO AND NOT WS-XMIT-SEEN)
005462                 OR WS-FEEDER-EXCEPTION
005464                 OR WS-BATCH-HELD
005466                 OR WS-REJECT-ESCALATION
005470             MOVE 04 TO RETURN-CODE
005480         ELSE
005490             MOVE 00 TO RETURN-CODE
