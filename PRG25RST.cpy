000010*----------------------------------------------------------------
000020* PRG25RST - RESTATEMENT WORKING STORAGE. PRG25 NOTES EVERY
000030*     RESUBMITTED DETAIL THAT CARRIES ITS REJECT'S ORIGINAL
000040*     BUSINESS DATE (PRG25TRN COLS 18-44) IN THE RESTATEMENT
000050*     TABLE AS IT IS LOADED. ONE WHOSE DATE IS EARLIER THAN
000060*     TONIGHT'S AND WHICH PASSES TONIGHT'S EDITS IS HELD OUT OF
000070*     TONIGHT'S FIGURES AND RESTATED INTO THAT DAY'S DEPARTMENT,
000080*     DIVISION AND *ALL RESULTS MASTER RECORDS INSTEAD; THE
000090*     DATE TABLE HOLDS EACH DISTINCT EARLIER DATE AND THE RUN
000100*     DATE ITS RESULTS WERE FILED UNDER. THE PRINT LINES ARE
000110*     FOR THE PRG25RST RESTATEMENT REPORT.
000120*----------------------------------------------------------------
000130 01  RESTATE-TABLE.
000140     05  RST-ENTRY               OCCURS 10000 TIMES
000150         INDEXED BY RST-IDX.
000160         10  RST-ENTRY-NO        PIC 9(7).
000170         10  RST-ORIG-DATE       PIC 9(8).
000180         10  RST-ORIG-RUN        PIC 9(4).
000190         10  RST-ORIG-ENTRY      PIC 9(7).
000200         10  RST-ORIG-SOURCE     PIC X(8).
000210         10  RST-STATE           PIC X(1).
000220             88  RST-PENDING              VALUE 'P'.
000230             88  RST-FOLDED               VALUE 'F'.
000240             88  RST-REJECTED             VALUE 'J'.
000250             88  RST-SELECTED             VALUE 'S'.
000260             88  RST-IN-GROUP             VALUE 'G'.
000270             88  RST-DEPT-DONE            VALUE 'D'.
000280             88  RST-APPLIED              VALUE 'A'.
000290             88  RST-NOT-APPLIED          VALUE 'X'.
000300 01  RESTATE-DATE-TABLE.
000310     05  RSD-ENTRY               OCCURS 400 TIMES
000320         INDEXED BY RSD-IDX.
000330         10  RSD-BUS-DATE        PIC 9(8).
000340         10  RSD-RUN-DATE        PIC 9(8).
000350 01  RES-BEFORE-IMAGE.
000360     05  RSB-VALID-COUNT         PIC 9(7).
000370     05  RSB-REJECT-COUNT        PIC 9(7).
000380     05  RSB-MAX-VALUE           PIC S9(7)V99.
000390     05  RSB-MIN-VALUE           PIC S9(7)V99.
000400     05  RSB-AVERAGE             PIC S9(7)V99.
000410     05  RSB-RANGE               PIC 9(8)V99.
000420     05  RSB-TIE-COUNT           PIC 9(7).
000430     05  RSB-VALID-DATA          PIC X(1).
000440         88  RSB-DATA-VALID               VALUE 'Y'.
000450 77  RST-COUNT                   PIC 9(5) VALUE 0.
000460 77  RST-MAX-ROWS                PIC 9(5) VALUE 10000.
000470 77  RST-SUB                     PIC 9(5) VALUE 0.
000480 77  RST-GRP-SUB                 PIC 9(5) VALUE 0.
000490 77  RST-FOUND-SUB               PIC 9(5) VALUE 0.
000500 77  RST-LOW-ENTRY               PIC 9(7) VALUE 0.
000510 77  RST-HIGH-ENTRY              PIC 9(7) VALUE 0.
000520 77  RSD-COUNT                   PIC 9(3) VALUE 0.
000530 77  RSD-MAX-DATES               PIC 9(3) VALUE 400.
000540 77  RSD-SUB                     PIC 9(3) VALUE 0.
000550 77  RSD-FOUND-SUB               PIC 9(3) VALUE 0.
000560 77  RST-SELECT-COUNT            PIC 9(7) VALUE 0.
000570 77  RST-APPLIED-COUNT           PIC 9(7) VALUE 0.
000580 77  RST-NOT-APPLIED-COUNT       PIC 9(7) VALUE 0.
000590 77  RST-REJECTED-COUNT          PIC 9(7) VALUE 0.
000600 77  RST-RECORD-COUNT            PIC 9(5) VALUE 0.
000610 77  RST-CUR-DATE                PIC 9(8) VALUE 0.
000620 77  RST-CUR-RUN-DATE            PIC 9(8) VALUE 0.
000630 77  RST-CUR-DEPT                PIC X(4) VALUE SPACES.
000640 77  RST-CUR-DIVISION            PIC X(4) VALUE SPACES.
000650 77  RST-CUR-AMOUNT              PIC S9(7)V99 VALUE 0.
000660 77  RST-NOTE-TEXT               PIC X(50) VALUE SPACES.
000670 77  RST-LEVEL                   PIC X(01) VALUE SPACE.
000680     88  RST-LEVEL-DEPT                   VALUE 'D'.
000690     88  RST-LEVEL-DIVISION               VALUE 'V'.
000700     88  RST-LEVEL-ALL                    VALUE 'A'.
000710 77  RST-REC-FLAG                PIC X(01) VALUE 'N'.
000720     88  RST-REC-ON-FILE                  VALUE 'Y'.
000730     88  RST-REC-NEW                      VALUE 'N'.
000740 77  RST-SCAN-FLAG               PIC X(01) VALUE 'N'.
000750     88  RST-SCAN-DONE                    VALUE 'Y'.
000760 77  RST-PRIOR-FLAG              PIC X(01) VALUE 'N'.
000770     88  RST-ALREADY-RESTATED             VALUE 'Y'.
000780 77  RST-PRIOR-COUNT             PIC 9(7) VALUE 0.
000790 77  RST-CUR-RUN-NO              PIC 9(4) VALUE 0.
000800 77  RST-SAVE-KEY                PIC X(12) VALUE SPACES.
000805 77  RST-FULL-COUNT              PIC 9(7) VALUE 0.
000810 01  RSR-HEADER-LINE.
000820     05  FILLER                  PIC X(26) VALUE
000830         'PRG25 RESTATEMENT REPORT'.
000840     05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
000850     05  RSH-RUN-DATE            PIC 9(4)/99/99.
000860     05  FILLER                  PIC X(08) VALUE '  RUN: '.
000870     05  RSH-RUN-NUMBER          PIC 9(4).
000880     05  FILLER                  PIC X(13) VALUE
000890         '  BUS DATE: '.
000900     05  RSH-BUS-DATE            PIC 9(4)/99/99.
000910     05  FILLER                  PIC X(50) VALUE SPACES.
000920 01  RSR-COLUMN-LINE.
000930     05  FILLER                  PIC X(24) VALUE
000940         'BUS DATE    DEPT'.
000950     05  FILLER                  PIC X(18) VALUE
000960         '  VALID   REJECT'.
000970     05  FILLER                  PIC X(26) VALUE
000980         '        MAX          MIN'.
000990     05  FILLER                  PIC X(26) VALUE
001000         '    AVERAGE        RANGE'.
001010     05  FILLER                  PIC X(07) VALUE '   TIES'.
001020     05  FILLER                  PIC X(31) VALUE SPACES.
001030 01  RSR-VALUE-LINE.
001040     05  RSV-BUS-DATE            PIC 9(4)/99/99.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  RSV-DEPT                PIC X(4).
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  RSV-LEVEL               PIC X(1).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  RSV-TAG                 PIC X(3).
001110     05  FILLER                  PIC X(01) VALUE SPACES.
001120     05  RSV-VALID-COUNT         PIC ZZZZZZ9.
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  RSV-REJECT-COUNT        PIC ZZZZZZ9.
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  RSV-MAX                 PIC -ZZZZZZ9.99.
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  RSV-MIN                 PIC -ZZZZZZ9.99.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  RSV-AVERAGE             PIC -ZZZZZZ9.99.
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  RSV-RANGE               PIC ZZZZZZZ9.99.
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  RSV-TIE-COUNT           PIC ZZZZZZ9.
001250     05  FILLER                  PIC X(31) VALUE SPACES.
001260 01  RSR-CORR-LINE.
001270     05  FILLER                  PIC X(24) VALUE
001280         '        CORRECTION: RUN '.
001290     05  RSC-ORIG-RUN            PIC 9(4).
001300     05  FILLER                  PIC X(07) VALUE ' ENTRY '.
001310     05  RSC-ORIG-ENTRY          PIC 9(7).
001320     05  FILLER                  PIC X(08) VALUE ' SOURCE '.
001330     05  RSC-ORIG-SOURCE         PIC X(8).
001340     05  FILLER                  PIC X(08) VALUE ' AMOUNT '.
001350     05  RSC-AMOUNT              PIC -ZZZZZZ9.99.
001360     05  FILLER                  PIC X(22) VALUE
001370         ' RESUBMITTED AS ENTRY '.
001380     05  RSC-ENTRY-NO            PIC ZZZZZZ9.
001390     05  FILLER                  PIC X(26) VALUE SPACES.
001400 01  RSR-NOTE-LINE.
001410     05  RSN-BUS-DATE            PIC 9(4)/99/99.
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  RSN-DEPT                PIC X(4).
001440     05  FILLER                  PIC X(07) VALUE ' ENTRY '.
001450     05  RSN-ENTRY-NO            PIC ZZZZZZ9.
001460     05  FILLER                  PIC X(09) VALUE ' FOR RUN '.
001470     05  RSN-ORIG-RUN            PIC 9(4).
001480     05  FILLER                  PIC X(07) VALUE ' ENTRY '.
001490     05  RSN-ORIG-ENTRY          PIC 9(7).
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  RSN-TEXT                PIC X(50).
001520     05  FILLER                  PIC X(23) VALUE SPACES.
001530 01  RSR-NONE-LINE.
001540     05  FILLER                  PIC X(50) VALUE
001550         'NO CORRECTIONS FOR EARLIER BUSINESS DATES THIS RUN'.
001560     05  FILLER                  PIC X(82) VALUE SPACES.
001570 01  RSR-TOTAL-LINE.
001580     05  RSX-LABEL               PIC X(30).
001590     05  RSX-COUNT               PIC ZZZZZZ9.
001600     05  FILLER                  PIC X(95) VALUE SPACES.
