000374*                  FOR THE ABCSTA NIGHT-STATUS REPORT. THE
000375*                  BUSINESS DATE COMES OFF THE SUMMARY HEADER,
000376*                  RUN DATE WHEN THE HEADER CARRIES NONE.
000377* 10/15/2026 CAM   N-ELEMENT ROUTING GROUPS. ABCOUT IS NOW 36
000378*                  BYTES (TWELVE THREE-BYTE SLOTS), ABCCSV 40 AND
000379*                  ABCAUD 256. THE AUD/OUT MATCH COMPARES ALL
000380*                  TWELVE SLOTS, SO AN A/B/C PAIR STILL COMPARES
000381*                  ITS THREE AND A GROUP COMPARES EVERY ITEM.
000382*----------------------------------------------------------------
000383
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  REC-OUT-FILE.
000690 01  REC-OUT-REC                 PIC X(36).
000700
000710 FD  REC-CSV-FILE.
000720 01  REC-CSV-REC                 PIC X(40).
000730
000740 FD  REC-AUD-FILE.
000750 01  REC-AUD-REC                 PIC X(256).
000760
000770 FD  REC-ERR-FILE.
000780 01  REC-ERR-REC                 PIC X(132).
001480* PARSE WORK AREAS. THE AUDIT AND SUMMARY RECORDS ARE FREE-FORM
001490* KEYWORD TEXT, SO THE FIELDS ARE DUG OUT BY UNSTRING ON THE
001500* KEYWORDS THEMSELVES. TRIPLETS ARE COMPARED TOKEN BY TOKEN SO
001510* "7 12 3" AND "7  12 3 " COMPARE EQUAL. A TRIPLET HERE IS UP
001513* TO TWELVE TOKENS, SO AN N-ELEMENT GROUP'S OUT COMPARES THE SAME
001516* WAY; THE UNUSED SLOTS OF AN A/B/C PAIR ARE SPACES ON BOTH SIDES.
001520*----------------------------------------------------------------
001530 01  WS-PARSE-WORK.
001540     05  WS-SCRAP                PIC X(256).
001550     05  WS-REST                 PIC X(256).
001560     05  WS-AUD-OUT-TEXT         PIC X(40).
001570     05  WS-CNT-TOKEN            PIC X(07).
001580     05  WS-CNT-TOKEN-2          PIC X(07).
001590     05  WS-CNT-TOKEN-3          PIC X(07).
001660     05  WS-TA-1                 PIC X(02).
001670     05  WS-TA-2                 PIC X(02).
001680     05  WS-TA-3                 PIC X(02).
001681     05  WS-TA-4                 PIC X(02).
001682     05  WS-TA-5                 PIC X(02).
001683     05  WS-TA-6                 PIC X(02).
001684     05  WS-TA-7                 PIC X(02).
001685     05  WS-TA-8                 PIC X(02).
001686     05  WS-TA-9                 PIC X(02).
001687     05  WS-TA-10                PIC X(02).
001688     05  WS-TA-11                PIC X(02).
001689     05  WS-TA-12                PIC X(02).
001690
001700 01  WS-TRIPLET-B.
001710     05  WS-TB-1                 PIC X(02).
001720     05  WS-TB-2                 PIC X(02).
001730     05  WS-TB-3                 PIC X(02).
001731     05  WS-TB-4                 PIC X(02).
001732     05  WS-TB-5                 PIC X(02).
001733     05  WS-TB-6                 PIC X(02).
001734     05  WS-TB-7                 PIC X(02).
001735     05  WS-TB-8                 PIC X(02).
001736     05  WS-TB-9                 PIC X(02).
001737     05  WS-TB-10                PIC X(02).
001738     05  WS-TB-11                PIC X(02).
001739     05  WS-TB-12                PIC X(02).
001740
001750 PROCEDURE DIVISION.
001760*----------------------------------------------------------------
003150     MOVE SPACES TO WS-TRIPLET-A.
003160     UNSTRING WS-AUD-OUT-TEXT
003170         DELIMITED BY ALL " "
003180         INTO WS-TA-1, WS-TA-2, WS-TA-3, WS-TA-4,
003183              WS-TA-5, WS-TA-6, WS-TA-7, WS-TA-8,
003186              WS-TA-9, WS-TA-10, WS-TA-11, WS-TA-12
003190     END-UNSTRING.
003200
003210     MOVE SPACES TO WS-TRIPLET-B.
003220     UNSTRING REC-OUT-REC
003230         DELIMITED BY ALL " "
003240         INTO WS-TB-1, WS-TB-2, WS-TB-3, WS-TB-4,
003243              WS-TB-5, WS-TB-6, WS-TB-7, WS-TB-8,
003246              WS-TB-9, WS-TB-10, WS-TB-11, WS-TB-12
003250     END-UNSTRING.
003260
003270     IF WS-TRIPLET-A NOT = WS-TRIPLET-B
