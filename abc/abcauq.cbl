000330*                  AGAINST EVERY CARD AND MATCHES PRINT TAGGED
000340*                  WITH THE CARD NUMBER. PER-CARD MATCH COUNTS
000350*                  CLOSE THE REPORT.
000351* 10/15/2026 CAM   N-ELEMENT ROUTING GROUPS. THE MASTER ROW IS NOW
000352*                  180 BYTES (SEE ABCAUC). A GROUP ROW MATCHES ON
000353*                  ITS FIRST THREE ITEMS OR OUT VALUES, AND A
000354*                  B GRP CARD FINDS EVERY GROUP; ITS MATCH LINE IS
000355*                  FOLLOWED BY TWO LINES SHOWING THE WHOLE GROUP.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000710     05  AUQ-MST-SRC             PIC X(02).
000720     05  FILLER                  PIC X(01).
000730     05  AUQ-MST-RESUB           PIC X(07).
000731     05  FILLER                  PIC X(01).
000732     05  AUQ-MST-GRP-SIZE        PIC X(02).
000733     05  FILLER                  PIC X(01).
000734     05  AUQ-MST-GRP-ITEMS       PIC X(36).
000735     05  FILLER                  PIC X(01).
000736     05  AUQ-MST-GRP-RANKS       PIC X(36).
000737     05  FILLER                  PIC X(01).
000738     05  AUQ-MST-GRP-OUT         PIC X(36).
000739     05  FILLER                  PIC X(01).
000740     05  AUQ-MST-ORIGDATE        PIC X(08).
000741     05  FILLER                  PIC X(02).
000750
000760 FD  AUQ-REQ-FILE.
000770 01  AUQ-REQ-REC                 PIC X(80).
003410         INTO AUQ-RPT-REC
003420     END-STRING.
003430     WRITE AUQ-RPT-REC.
003431     IF AUQ-MST-GRP-SIZE NOT = SPACES
003432         MOVE SPACES TO AUQ-RPT-REC
003433         STRING
003434             "        GROUP OF "    DELIMITED BY SIZE
003435             AUQ-MST-GRP-SIZE       DELIMITED BY SIZE
003436             " ITEMS=["             DELIMITED BY SIZE
003437             FUNCTION TRIM(AUQ-MST-GRP-ITEMS)
003438                                    DELIMITED BY SIZE
003439             "] RANKS=["            DELIMITED BY SIZE
003440             FUNCTION TRIM(AUQ-MST-GRP-RANKS)
003441                                    DELIMITED BY SIZE
003442             "]"                    DELIMITED BY SIZE
003443             INTO AUQ-RPT-REC
003444         END-STRING
003445         WRITE AUQ-RPT-REC
003446         MOVE SPACES TO AUQ-RPT-REC
003447         STRING
003448             "        GROUP OUT=["  DELIMITED BY SIZE
003449             FUNCTION TRIM(AUQ-MST-GRP-OUT)
003450                                    DELIMITED BY SIZE
003451             "]"                    DELIMITED BY SIZE
003452             INTO AUQ-RPT-REC
003453         END-STRING
003454         WRITE AUQ-RPT-REC
003455     END-IF.
003456 3200-PRINT-MATCH-EXIT.
003457     EXIT.
003460
003470*----------------------------------------------------------------
003480 7000-WRITE-CARD-TOTALS.
