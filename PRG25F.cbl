000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRG25F.
000030 AUTHOR. J MCALLISTER.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ---------------------------------------------
000120* 10/15/2026  JM   ORIGINAL PROGRAM - CARD-DRIVEN MAINTENANCE OF
000130*                  THE FEED SOURCE REGISTRY (COPY PRG25FSR).
000140*                  READS THE CURRENT REGISTRY, APPLIES ADD /
000150*                  CHANGE / DEPT / DROPDEPT / DEACT / REACT
000160*                  CARDS AND WRITES THE NEW GENERATION, SO
000170*                  OPERATIONS OWNS THE LIST OF FEEDS PRG25
000180*                  ACCEPTS, WHO TO CALL ABOUT EACH, HOW MANY
000190*                  ENTRIES EACH NORMALLY SENDS AND WHICH
000200*                  DEPARTMENTS EACH MAY SEND.
000210*----------------------------------------------------------------
000220* CONTROL CARDS (FSRCTL):
000230*   COLS 1-8   ACTION - 'ADD', 'CHANGE', 'DEPT', 'DROPDEPT',
000240*              'DEACT' OR 'REACT'
000250*   COLS 10-17 SOURCE-SYSTEM ID, AS THE FEED SETS IT ON ITS
000260*              CONTROL RECORD ('UNKNOWN' FOR A FEEDER NOT YET
000270*              SENDING ONE)
000280*   ADD:       COLS 19-38 FEED NAME, 40-59 OWNING CONTACT,
000290*              61 DAILY FLAG ('Y' - A SEGMENT IS EXPECTED EVERY
000300*              BUSINESS DATE, 'N' - NOT), 63-69 MINIMUM AND
000310*              71-77 MAXIMUM NORMAL ENTRY COUNT (SEVEN DIGITS,
000320*              ZERO-FILLED; BLANK OR A ZERO MAXIMUM MEANS NO
000330*              BAND). THE ID MUST NOT ALREADY BE ON FILE; THE
000340*              FEED IS ADDED ACTIVE WITH NO DEPARTMENTS, SO
000350*              FOLLOW IT WITH A DEPT CARD.
000360*   CHANGE:    SAME COLUMNS AS ADD. EVERY NON-BLANK FIELD
000370*              REPLACES THE ONE ON FILE.
000380*   DEPT:      COLS 19-22, 24-27, ... UP TO TWELVE DEPARTMENT
000390*              CODES, FIVE COLUMNS APART, ADDED TO THE FEED'S
000400*              LIST (AT MOST 20). '*ALL' LETS THE FEED SEND ANY
000410*              DEPARTMENT.
000420*   DROPDEPT:  SAME COLUMNS AS DEPT. THE CODES ARE TAKEN OFF
000430*              THE FEED'S LIST.
000440*   DEACT:     THE FEED STAYS ON FILE FOR HISTORY BUT PRG25
000450*              REFUSES ITS SEGMENTS AND STOPS EXPECTING IT.
000460*   REACT:     PUTS A DEACTIVATED FEED BACK IN SERVICE.
000470*   COMMENT:   '*' IN COL 1 IS IGNORED
000480*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT FSR-IN-FILE ASSIGN TO FSRIN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FSRIN-STATUS.
000550     SELECT FSR-OUT-FILE ASSIGN TO FSROUT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FSROUT-STATUS.
000580     SELECT CARD-FILE ASSIGN TO FSRCTL
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-CARD-STATUS.
000610     SELECT PRINT-FILE ASSIGN TO FEEDRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PRT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  FSR-IN-FILE
000670     RECORDING MODE IS F.
000680     COPY PRG25FSR.
000690 FD  FSR-OUT-FILE
000700     RECORDING MODE IS F.
000710 01  FSR-OUT-RECORD              PIC X(160).
000720 FD  CARD-FILE
000730     RECORDING MODE IS F.
000740 01  CARD-RECORD.
000750     05  FC-ACTION               PIC X(8).
000760         88  FC-ACTION-ADD               VALUE 'ADD'.
000770         88  FC-ACTION-CHANGE            VALUE 'CHANGE'.
000780         88  FC-ACTION-DEPT              VALUE 'DEPT'.
000790         88  FC-ACTION-DROPDEPT          VALUE 'DROPDEPT'.
000800         88  FC-ACTION-DEACT             VALUE 'DEACT'.
000810         88  FC-ACTION-REACT             VALUE 'REACT'.
000820     05  FILLER                  PIC X(1).
000830     05  FC-SOURCE-ID            PIC X(8).
000840     05  FILLER                  PIC X(1).
000850     05  FC-DETAIL               PIC X(62).
000860     05  FC-FEED-FIELDS REDEFINES FC-DETAIL.
000870         10  FC-FEED-NAME        PIC X(20).
000880         10  FILLER              PIC X(1).
000890         10  FC-CONTACT          PIC X(20).
000900         10  FILLER              PIC X(1).
000910         10  FC-DAILY-FLAG       PIC X(1).
000920             88  FC-DAILY-VALID          VALUE 'Y' 'N'.
000930         10  FILLER              PIC X(1).
000940         10  FC-MIN-COUNT        PIC X(7).
000950         10  FC-MIN-COUNT-N REDEFINES FC-MIN-COUNT
000960                                 PIC 9(7).
000970         10  FILLER              PIC X(1).
000980         10  FC-MAX-COUNT        PIC X(7).
000990         10  FC-MAX-COUNT-N REDEFINES FC-MAX-COUNT
001000                                 PIC 9(7).
001010         10  FILLER              PIC X(3).
001020     05  FC-DEPT-FIELDS REDEFINES FC-DETAIL.
001030         10  FC-DEPT-GROUP       OCCURS 12 TIMES.
001040             15  FC-DEPT-CODE    PIC X(4).
001050             15  FILLER          PIC X(1).
001060         10  FILLER              PIC X(2).
001070 FD  PRINT-FILE
001080     RECORDING MODE IS F.
001090 01  PRT-LINE                    PIC X(132).
001100 WORKING-STORAGE SECTION.
001110 01  FEED-TABLE.
001120     05  FEED-COUNT              PIC 9(3) VALUE 0.
001130     05  FEED-ENTRY              OCCURS 50 TIMES
001140         INDEXED BY FEED-IDX.
001150         10  FT-SOURCE-ID        PIC X(8).
001160         10  FT-FEED-NAME        PIC X(20).
001170         10  FT-CONTACT          PIC X(20).
001180         10  FT-ACTIVE-FLAG      PIC X(1).
001190             88  FT-ACTIVE               VALUE 'A'.
001200             88  FT-INACTIVE             VALUE 'I'.
001210         10  FT-DAILY-FLAG       PIC X(1).
001220         10  FT-MIN-COUNT        PIC 9(7).
001230         10  FT-MAX-COUNT        PIC 9(7).
001240         10  FT-DEPT-COUNT       PIC 9(2).
001250         10  FT-DEPT             PIC X(4) OCCURS 20 TIMES.
001260 77  IDX                         PIC 9(3) VALUE 1.
001270 77  FOUND-SUB                   PIC 9(3) VALUE 0.
001280 77  CARD-SUB                    PIC 9(2) VALUE 0.
001290 77  DEPT-SUB                    PIC 9(2) VALUE 0.
001300 77  DEPT-FOUND-SUB              PIC 9(2) VALUE 0.
001310 77  CODES-APPLIED               PIC 9(2) VALUE 0.
001320 77  CODES-REFUSED               PIC 9(2) VALUE 0.
001330 77  NEW-MIN-COUNT               PIC 9(7) VALUE 0.
001340 77  NEW-MAX-COUNT               PIC 9(7) VALUE 0.
001350 77  CARD-COUNT                  PIC 9(4) VALUE 0.
001360 77  CARD-ERR-COUNT              PIC 9(4) VALUE 0.
001370 77  ADDED-COUNT                 PIC 9(4) VALUE 0.
001380 77  CHANGED-COUNT               PIC 9(4) VALUE 0.
001390 77  DEPT-CHG-COUNT              PIC 9(4) VALUE 0.
001400 77  DEACT-COUNT                 PIC 9(4) VALUE 0.
001410 77  REACT-COUNT                 PIC 9(4) VALUE 0.
001420 77  ACTIVE-COUNT                PIC 9(4) VALUE 0.
001430 77  WS-CURRENT-DATE             PIC 9(8) VALUE 0.
001440 77  WS-FSRIN-STATUS             PIC X(02) VALUE SPACES.
001450     88  FSRIN-OK                          VALUE '00'.
001460     88  FSRIN-EOF                         VALUE '10'.
001470     88  FSRIN-NOT-FOUND                   VALUE '05' '35'.
001480 77  WS-FSRIN-AVAILABLE          PIC X(01) VALUE 'N'.
001490     88  FSRIN-FILE-AVAILABLE             VALUE 'Y'.
001500 77  WS-FSROUT-STATUS            PIC X(02) VALUE SPACES.
001510     88  FSROUT-OK                         VALUE '00'.
001520 77  WS-FSROUT-AVAILABLE         PIC X(01) VALUE 'N'.
001530     88  FSROUT-FILE-AVAILABLE            VALUE 'Y'.
001540 77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
001550     88  CARD-OK                           VALUE '00'.
001560     88  CARD-EOF                          VALUE '10'.
001570 77  WS-CARD-AVAILABLE           PIC X(01) VALUE 'N'.
001580     88  CARD-FILE-AVAILABLE              VALUE 'Y'.
001590 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001600     88  PRT-OK                            VALUE '00'.
001610 77  WS-PRT-AVAILABLE            PIC X(01) VALUE 'N'.
001620     88  PRT-FILE-AVAILABLE               VALUE 'Y'.
001630 01  PRT-HEADER-LINE.
001640     05  FILLER                  PIC X(38) VALUE
001650         'PRG25F FEED REGISTRY MAINTENANCE DT:'.
001660     05  PH-RUN-DATE             PIC 9(4)/99/99.
001670     05  FILLER                  PIC X(84) VALUE SPACES.
001680 01  PRT-CARD-LINE.
001690     05  FILLER                  PIC X(08) VALUE 'CARD:   '.
001700     05  PC-CARD-TEXT            PIC X(40).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  PC-RESULT               PIC X(40).
001730     05  FILLER                  PIC X(42) VALUE SPACES.
001740 01  PRT-COUNT-LINE.
001750     05  FILLER                  PIC X(30) VALUE SPACES.
001760     05  PN-LABEL                PIC X(30).
001770     05  PN-COUNT                PIC ZZZ9.
001780     05  FILLER                  PIC X(68) VALUE SPACES.
001790 PROCEDURE DIVISION.
001800 0000-MAIN-PARA.
001810     PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
001820     PERFORM 2000-LOAD-MASTER-PARA THRU 2000-EXIT.
001830     PERFORM 3000-CARDS-PARA THRU 3000-EXIT.
001840     PERFORM 5000-WRITE-MASTER-PARA THRU 5000-EXIT.
001850     PERFORM 6000-SUMMARY-PARA THRU 6000-EXIT.
001860     PERFORM 8000-CLOSE-PARA THRU 8000-EXIT.
001870     GO TO 9000-STOP-PARA.
001880*----------------------------------------------------------------
001890* 1000-OPEN-PARA - OPEN EVERY FILE UP FRONT. AN ABSENT INPUT
001900*     REGISTRY IS NORMAL ON THE FIRST EVER RUN - THE LIST IS
001910*     BUILT FROM CARDS ALONE THAT DAY. ANY OTHER OPEN FAILURE
001920*     IS FATAL.
001930*----------------------------------------------------------------
001940 1000-OPEN-PARA.
001950     OPEN OUTPUT PRINT-FILE.
001960     IF NOT PRT-OK
001970         DISPLAY 'PRG25F - UNABLE TO OPEN FEEDRPT, STATUS = '
001980             WS-PRT-STATUS
001990         MOVE 16 TO RETURN-CODE
002000         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
002010         GO TO 9000-STOP-PARA
002020     END-IF.
002030     SET PRT-FILE-AVAILABLE TO TRUE.
002040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002050     MOVE WS-CURRENT-DATE TO PH-RUN-DATE.
002060     WRITE PRT-LINE FROM PRT-HEADER-LINE.
002070     OPEN INPUT FSR-IN-FILE.
002080     IF FSRIN-OK
002090         SET FSRIN-FILE-AVAILABLE TO TRUE
002100     ELSE
002110         IF FSRIN-NOT-FOUND
002120             DISPLAY 'PRG25F - FSRIN NOT PRESENT, STARTING '
002130                 'WITH AN EMPTY REGISTRY'
002140         ELSE
002150             DISPLAY 'PRG25F - UNABLE TO OPEN FSRIN, STATUS = '
002160                 WS-FSRIN-STATUS
002170             MOVE 16 TO RETURN-CODE
002180             PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
002190             GO TO 9000-STOP-PARA
002200         END-IF
002210     END-IF.
002220     OPEN INPUT CARD-FILE.
002230     IF NOT CARD-OK
002240         DISPLAY 'PRG25F - UNABLE TO OPEN FSRCTL, STATUS = '
002250             WS-CARD-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
002280         GO TO 9000-STOP-PARA
002290     END-IF.
002300     SET CARD-FILE-AVAILABLE TO TRUE.
002310     OPEN OUTPUT FSR-OUT-FILE.
002320     IF NOT FSROUT-OK
002330         DISPLAY 'PRG25F - UNABLE TO OPEN FSROUT, STATUS = '
002340             WS-FSROUT-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
002370         GO TO 9000-STOP-PARA
002380     END-IF.
002390     SET FSROUT-FILE-AVAILABLE TO TRUE.
002400 1000-EXIT.
002410     EXIT.
002420*----------------------------------------------------------------
002430* 2000-LOAD-MASTER-PARA - TABLE THE CURRENT REGISTRY. A RECORD
002440*     WITH A BLANK SOURCE ID IS SKIPPED WITH A REPORT LINE
002450*     RATHER THAN ABENDING THE RUN.
002460*----------------------------------------------------------------
002470 2000-LOAD-MASTER-PARA.
002480     IF NOT FSRIN-FILE-AVAILABLE
002490         GO TO 2000-EXIT
002500     END-IF.
002510     PERFORM 2100-READ-MASTER-PARA THRU 2100-EXIT
002520         UNTIL FSRIN-EOF OR FEED-COUNT = 50.
002530     IF NOT FSRIN-EOF
002540         DISPLAY 'PRG25F - FEED TABLE FULL AT 50 RECORDS'
002550     END-IF.
002560 2000-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590* 2100-READ-MASTER-PARA - READ AND TABLE ONE REGISTRY RECORD.
002600*----------------------------------------------------------------
002610 2100-READ-MASTER-PARA.
002620     READ FSR-IN-FILE
002630         AT END
002640             GO TO 2100-EXIT
002650     END-READ.
002660     IF FSR-SOURCE-ID = SPACES
002670         MOVE 'BAD REGISTRY RECORD SKIPPED' TO PC-RESULT
002680         MOVE FSR-RECORD TO PC-CARD-TEXT
002690         WRITE PRT-LINE FROM PRT-CARD-LINE
002700         GO TO 2100-EXIT
002710     END-IF.
002720     ADD 1 TO FEED-COUNT.
002730     SET FEED-IDX TO FEED-COUNT.
002740     MOVE FSR-SOURCE-ID TO FT-SOURCE-ID(FEED-IDX).
002750     MOVE FSR-FEED-NAME TO FT-FEED-NAME(FEED-IDX).
002760     MOVE FSR-CONTACT TO FT-CONTACT(FEED-IDX).
002770     MOVE FSR-ACTIVE-FLAG TO FT-ACTIVE-FLAG(FEED-IDX).
002780     MOVE FSR-DAILY-FLAG TO FT-DAILY-FLAG(FEED-IDX).
002790     MOVE FSR-MIN-COUNT TO FT-MIN-COUNT(FEED-IDX).
002800     MOVE FSR-MAX-COUNT TO FT-MAX-COUNT(FEED-IDX).
002810     MOVE FSR-DEPT-COUNT TO FT-DEPT-COUNT(FEED-IDX).
002820     PERFORM VARYING DEPT-SUB FROM 1 BY 1 UNTIL DEPT-SUB > 20
002830         MOVE FSR-DEPT-CODE(DEPT-SUB)
002840             TO FT-DEPT(FEED-IDX, DEPT-SUB)
002850     END-PERFORM.
002860 2100-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890* 3000-CARDS-PARA - READ AND APPLY THE CONTROL CARDS. EVERY
002900*     CARD GETS A REPORT LINE SAYING WHAT WAS DONE WITH IT; A
002910*     CARD THAT CANNOT BE APPLIED COUNTS TOWARD THE RC=4
002920*     WARNING SET AT END OF RUN.
002930*----------------------------------------------------------------
002940 3000-CARDS-PARA.
002950     PERFORM 3100-READ-CARD-PARA THRU 3100-EXIT
002960         UNTIL CARD-EOF.
002970 3000-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000* 3100-READ-CARD-PARA - READ ONE CONTROL CARD AND APPLY IT.
003010*----------------------------------------------------------------
003020 3100-READ-CARD-PARA.
003030     READ CARD-FILE
003040         AT END
003050             GO TO 3100-EXIT
003060     END-READ.
003070     IF CARD-RECORD(1:1) = '*' OR CARD-RECORD = SPACES
003080         GO TO 3100-EXIT
003090     END-IF.
003100     ADD 1 TO CARD-COUNT.
003110     MOVE CARD-RECORD(1:40) TO PC-CARD-TEXT.
003120     IF NOT FC-ACTION-ADD AND NOT FC-ACTION-CHANGE
003130         AND NOT FC-ACTION-DEPT AND NOT FC-ACTION-DROPDEPT
003140         AND NOT FC-ACTION-DEACT AND NOT FC-ACTION-REACT
003150         MOVE 'UNKNOWN ACTION - CARD IGNORED' TO PC-RESULT
003160         ADD 1 TO CARD-ERR-COUNT
003170         WRITE PRT-LINE FROM PRT-CARD-LINE
003180         GO TO 3100-EXIT
003190     END-IF.
003200     IF FC-SOURCE-ID = SPACES
003210         MOVE 'BLANK SOURCE ID - CARD IGNORED' TO PC-RESULT
003220         ADD 1 TO CARD-ERR-COUNT
003230         WRITE PRT-LINE FROM PRT-CARD-LINE
003240         GO TO 3100-EXIT
003250     END-IF.
003260     PERFORM 3200-FIND-FEED-PARA THRU 3200-EXIT.
003270     IF FC-ACTION-ADD
003280         PERFORM 3300-ADD-PARA THRU 3300-EXIT
003290         GO TO 3100-EXIT
003300     END-IF.
003310     IF FOUND-SUB = 0
003320         MOVE 'FEED NOT ON FILE - CARD IGNORED' TO PC-RESULT
003330         ADD 1 TO CARD-ERR-COUNT
003340         WRITE PRT-LINE FROM PRT-CARD-LINE
003350         GO TO 3100-EXIT
003360     END-IF.
003370     SET FEED-IDX TO FOUND-SUB.
003380     IF FC-ACTION-CHANGE
003390         PERFORM 3400-CHANGE-PARA THRU 3400-EXIT
003400         GO TO 3100-EXIT
003410     END-IF.
003420     IF FC-ACTION-DEPT OR FC-ACTION-DROPDEPT
003430         PERFORM 3500-DEPT-PARA THRU 3500-EXIT
003440         GO TO 3100-EXIT
003450     END-IF.
003460     IF FC-ACTION-REACT
003470         IF FT-ACTIVE(FEED-IDX)
003480             MOVE 'ALREADY ACTIVE - CARD IGNORED' TO PC-RESULT
003490             ADD 1 TO CARD-ERR-COUNT
003500         ELSE
003510             SET FT-ACTIVE(FEED-IDX) TO TRUE
003520             ADD 1 TO REACT-COUNT
003530             MOVE 'REACTIVATED' TO PC-RESULT
003540         END-IF
003550         WRITE PRT-LINE FROM PRT-CARD-LINE
003560         GO TO 3100-EXIT
003570     END-IF.
003580     IF FT-INACTIVE(FEED-IDX)
003590         MOVE 'ALREADY INACTIVE - CARD IGNORED' TO PC-RESULT
003600         ADD 1 TO CARD-ERR-COUNT
003610     ELSE
003620         SET FT-INACTIVE(FEED-IDX) TO TRUE
003630         ADD 1 TO DEACT-COUNT
003640         MOVE 'DEACTIVATED' TO PC-RESULT
003650     END-IF.
003660     WRITE PRT-LINE FROM PRT-CARD-LINE.
003670 3100-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 3200-FIND-FEED-PARA - FIND THE TABLED FEED MATCHING THE
003710*     CARD'S SOURCE ID.
003720*----------------------------------------------------------------
003730 3200-FIND-FEED-PARA.
003740     MOVE 0 TO FOUND-SUB.
003750     PERFORM VARYING IDX FROM 1 BY 1
003760         UNTIL IDX > FEED-COUNT OR FOUND-SUB > 0
003770         SET FEED-IDX TO IDX
003780         IF FT-SOURCE-ID(FEED-IDX) = FC-SOURCE-ID
003790             MOVE IDX TO FOUND-SUB
003800         END-IF
003810     END-PERFORM.
003820 3200-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850* 3250-EDIT-FEED-PARA - EDIT THE FEED FIELDS OF AN ADD OR
003860*     CHANGE CARD: THE DAILY FLAG MUST BE Y OR N, AND EACH
003870*     COUNT MUST BE SEVEN DIGITS. BLANK FIELDS ARE LEFT TO THE
003880*     CALLER. ON ERROR PC-RESULT IS SET AND THE CARD COUNTED.
003890*----------------------------------------------------------------
003900 3250-EDIT-FEED-PARA.
003910     MOVE SPACES TO PC-RESULT.
003920     IF FC-DAILY-FLAG NOT = SPACE AND NOT FC-DAILY-VALID
003930         MOVE 'DAILY FLAG NOT Y OR N - CARD IGNORED'
003940             TO PC-RESULT
003950     END-IF.
003960     IF FC-MIN-COUNT NOT = SPACES AND FC-MIN-COUNT NOT NUMERIC
003970         MOVE 'MINIMUM COUNT NOT NUMERIC - CARD IGNORED'
003980             TO PC-RESULT
003990     END-IF.
004000     IF FC-MAX-COUNT NOT = SPACES AND FC-MAX-COUNT NOT NUMERIC
004010         MOVE 'MAXIMUM COUNT NOT NUMERIC - CARD IGNORED'
004020             TO PC-RESULT
004030     END-IF.
004040     IF PC-RESULT NOT = SPACES
004050         ADD 1 TO CARD-ERR-COUNT
004060         WRITE PRT-LINE FROM PRT-CARD-LINE
004070     END-IF.
004080 3250-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110* 3300-ADD-PARA - ADD A NEW FEED, ACTIVE, FROM THE CARD. AN ID
004120*     ALREADY ON FILE - ACTIVE OR NOT - IS REFUSED SO A RETIRED
004130*     FEED CANNOT BE SILENTLY REOPENED BY A TYPO.
004140*----------------------------------------------------------------
004150 3300-ADD-PARA.
004160     IF FOUND-SUB > 0
004170         MOVE 'FEED ALREADY ON FILE - CARD IGNORED'
004180             TO PC-RESULT
004190         ADD 1 TO CARD-ERR-COUNT
004200         WRITE PRT-LINE FROM PRT-CARD-LINE
004210         GO TO 3300-EXIT
004220     END-IF.
004230     IF FC-FEED-NAME = SPACES OR FC-CONTACT = SPACES
004240         OR FC-DAILY-FLAG = SPACE
004250         MOVE 'NAME/CONTACT/DAILY FLAG BLANK - IGNORED'
004260             TO PC-RESULT
004270         ADD 1 TO CARD-ERR-COUNT
004280         WRITE PRT-LINE FROM PRT-CARD-LINE
004290         GO TO 3300-EXIT
004300     END-IF.
004310     PERFORM 3250-EDIT-FEED-PARA THRU 3250-EXIT.
004320     IF PC-RESULT NOT = SPACES
004330         GO TO 3300-EXIT
004340     END-IF.
004350     MOVE 0 TO NEW-MIN-COUNT.
004360     MOVE 0 TO NEW-MAX-COUNT.
004370     IF FC-MIN-COUNT NOT = SPACES
004380         MOVE FC-MIN-COUNT-N TO NEW-MIN-COUNT
004390     END-IF.
004400     IF FC-MAX-COUNT NOT = SPACES
004410         MOVE FC-MAX-COUNT-N TO NEW-MAX-COUNT
004420     END-IF.
004430     IF NEW-MAX-COUNT > 0 AND NEW-MIN-COUNT > NEW-MAX-COUNT
004440         MOVE 'MINIMUM ABOVE MAXIMUM - CARD IGNORED'
004450             TO PC-RESULT
004460         ADD 1 TO CARD-ERR-COUNT
004470         WRITE PRT-LINE FROM PRT-CARD-LINE
004480         GO TO 3300-EXIT
004490     END-IF.
004500     IF FEED-COUNT = 50
004510         MOVE 'FEED TABLE FULL - CARD IGNORED' TO PC-RESULT
004520         ADD 1 TO CARD-ERR-COUNT
004530         WRITE PRT-LINE FROM PRT-CARD-LINE
004540         GO TO 3300-EXIT
004550     END-IF.
004560     ADD 1 TO FEED-COUNT.
004570     SET FEED-IDX TO FEED-COUNT.
004580     MOVE FC-SOURCE-ID TO FT-SOURCE-ID(FEED-IDX).
004590     MOVE FC-FEED-NAME TO FT-FEED-NAME(FEED-IDX).
004600     MOVE FC-CONTACT TO FT-CONTACT(FEED-IDX).
004610     SET FT-ACTIVE(FEED-IDX) TO TRUE.
004620     MOVE FC-DAILY-FLAG TO FT-DAILY-FLAG(FEED-IDX).
004630     MOVE NEW-MIN-COUNT TO FT-MIN-COUNT(FEED-IDX).
004640     MOVE NEW-MAX-COUNT TO FT-MAX-COUNT(FEED-IDX).
004650     MOVE 0 TO FT-DEPT-COUNT(FEED-IDX).
004660     PERFORM VARYING DEPT-SUB FROM 1 BY 1 UNTIL DEPT-SUB > 20
004670         MOVE SPACES TO FT-DEPT(FEED-IDX, DEPT-SUB)
004680     END-PERFORM.
004690     ADD 1 TO ADDED-COUNT.
004700     MOVE 'ADDED - NO DEPARTMENTS YET' TO PC-RESULT.
004710     WRITE PRT-LINE FROM PRT-CARD-LINE.
004720 3300-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750* 3400-CHANGE-PARA - REPLACE EVERY FEED FIELD THE CARD CARRIES.
004760*     THE CHANGED BAND IS CHECKED AS A WHOLE, SO A CARD MOVING
004770*     ONLY ONE END OF IT CANNOT LEAVE THE MINIMUM ABOVE THE
004780*     MAXIMUM.
004790*----------------------------------------------------------------
004800 3400-CHANGE-PARA.
004810     IF FC-FEED-FIELDS = SPACES
004820         MOVE 'NOTHING TO CHANGE - CARD IGNORED' TO PC-RESULT
004830         ADD 1 TO CARD-ERR-COUNT
004840         WRITE PRT-LINE FROM PRT-CARD-LINE
004850         GO TO 3400-EXIT
004860     END-IF.
004870     PERFORM 3250-EDIT-FEED-PARA THRU 3250-EXIT.
004880     IF PC-RESULT NOT = SPACES
004890         GO TO 3400-EXIT
004900     END-IF.
004910     MOVE FT-MIN-COUNT(FEED-IDX) TO NEW-MIN-COUNT.
004920     MOVE FT-MAX-COUNT(FEED-IDX) TO NEW-MAX-COUNT.
004930     IF FC-MIN-COUNT NOT = SPACES
004940         MOVE FC-MIN-COUNT-N TO NEW-MIN-COUNT
004950     END-IF.
004960     IF FC-MAX-COUNT NOT = SPACES
004970         MOVE FC-MAX-COUNT-N TO NEW-MAX-COUNT
004980     END-IF.
004990     IF NEW-MAX-COUNT > 0 AND NEW-MIN-COUNT > NEW-MAX-COUNT
005000         MOVE 'MINIMUM ABOVE MAXIMUM - CARD IGNORED'
005010             TO PC-RESULT
005020         ADD 1 TO CARD-ERR-COUNT
005030         WRITE PRT-LINE FROM PRT-CARD-LINE
005040         GO TO 3400-EXIT
005050     END-IF.
005060     IF FC-FEED-NAME NOT = SPACES
005070         MOVE FC-FEED-NAME TO FT-FEED-NAME(FEED-IDX)
005080     END-IF.
005090     IF FC-CONTACT NOT = SPACES
005100         MOVE FC-CONTACT TO FT-CONTACT(FEED-IDX)
005110     END-IF.
005120     IF FC-DAILY-FLAG NOT = SPACE
005130         MOVE FC-DAILY-FLAG TO FT-DAILY-FLAG(FEED-IDX)
005140     END-IF.
005150     MOVE NEW-MIN-COUNT TO FT-MIN-COUNT(FEED-IDX).
005160     MOVE NEW-MAX-COUNT TO FT-MAX-COUNT(FEED-IDX).
005170     ADD 1 TO CHANGED-COUNT.
005180     MOVE 'CHANGED' TO PC-RESULT.
005190     WRITE PRT-LINE FROM PRT-CARD-LINE.
005200 3400-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230* 3500-DEPT-PARA - ADD (DEPT) OR TAKE OFF (DROPDEPT) EACH
005240*     DEPARTMENT CODE THE CARD CARRIES. A CODE ALREADY IN THE
005250*     LIST IS NOT ADDED TWICE. A CODE THAT CANNOT BE APPLIED -
005260*     THE LIST IS FULL, OR THE CODE TO DROP IS NOT IN IT - IS
005270*     COUNTED AND THE CARD REPORTED IN ERROR, BUT THE CODES
005280*     THAT COULD BE APPLIED ARE KEPT.
005290*----------------------------------------------------------------
005300 3500-DEPT-PARA.
005310     MOVE 0 TO CODES-APPLIED.
005320     MOVE 0 TO CODES-REFUSED.
005330     PERFORM VARYING CARD-SUB FROM 1 BY 1 UNTIL CARD-SUB > 12
005340         IF FC-DEPT-CODE(CARD-SUB) NOT = SPACES
005350             PERFORM 3550-DEPT-CODE-PARA THRU 3550-EXIT
005360         END-IF
005370     END-PERFORM.
005380     IF CODES-APPLIED = 0 AND CODES-REFUSED = 0
005390         MOVE 'NO DEPARTMENT CODES - CARD IGNORED' TO PC-RESULT
005400         ADD 1 TO CARD-ERR-COUNT
005410         WRITE PRT-LINE FROM PRT-CARD-LINE
005420         GO TO 3500-EXIT
005430     END-IF.
005440     IF CODES-REFUSED > 0
005450         IF FC-ACTION-DEPT
005460             MOVE 'DEPT LIST FULL AT 20 - SOME IGNORED'
005470                 TO PC-RESULT
005480         ELSE
005490             MOVE 'DEPARTMENT NOT IN LIST - SOME IGNORED'
005500                 TO PC-RESULT
005510         END-IF
005520         ADD 1 TO CARD-ERR-COUNT
005530     ELSE
005540         IF FC-ACTION-DEPT
005550             MOVE 'DEPARTMENTS ADDED' TO PC-RESULT
005560         ELSE
005570             MOVE 'DEPARTMENTS DROPPED' TO PC-RESULT
005580         END-IF
005590     END-IF.
005600     IF CODES-APPLIED > 0
005610         ADD 1 TO DEPT-CHG-COUNT
005620     END-IF.
005630     WRITE PRT-LINE FROM PRT-CARD-LINE.
005640 3500-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* 3550-DEPT-CODE-PARA - APPLY ONE DEPARTMENT CODE FROM THE CARD
005680*     TO THE FEED'S LIST. A DROPPED CODE'S SLOT IS FILLED FROM
005690*     THE END OF THE LIST SO THE LIST STAYS CONTIGUOUS.
005700*----------------------------------------------------------------
005710 3550-DEPT-CODE-PARA.
005720     MOVE 0 TO DEPT-FOUND-SUB.
005730     PERFORM VARYING DEPT-SUB FROM 1 BY 1
005740         UNTIL DEPT-SUB > FT-DEPT-COUNT(FEED-IDX)
005750             OR DEPT-FOUND-SUB > 0
005760         IF FT-DEPT(FEED-IDX, DEPT-SUB) = FC-DEPT-CODE(CARD-SUB)
005770             MOVE DEPT-SUB TO DEPT-FOUND-SUB
005780         END-IF
005790     END-PERFORM.
005800     IF FC-ACTION-DEPT
005810         IF DEPT-FOUND-SUB > 0
005820             ADD 1 TO CODES-APPLIED
005830             GO TO 3550-EXIT
005840         END-IF
005850         IF FT-DEPT-COUNT(FEED-IDX) = 20
005860             ADD 1 TO CODES-REFUSED
005870             GO TO 3550-EXIT
005880         END-IF
005890         ADD 1 TO FT-DEPT-COUNT(FEED-IDX)
005900         MOVE FC-DEPT-CODE(CARD-SUB)
005910             TO FT-DEPT(FEED-IDX, FT-DEPT-COUNT(FEED-IDX))
005920         ADD 1 TO CODES-APPLIED
005930         GO TO 3550-EXIT
005940     END-IF.
005950     IF DEPT-FOUND-SUB = 0
005960         ADD 1 TO CODES-REFUSED
005970         GO TO 3550-EXIT
005980     END-IF.
005990     MOVE FT-DEPT(FEED-IDX, FT-DEPT-COUNT(FEED-IDX))
006000         TO FT-DEPT(FEED-IDX, DEPT-FOUND-SUB).
006010     MOVE SPACES TO FT-DEPT(FEED-IDX, FT-DEPT-COUNT(FEED-IDX)).
006020     SUBTRACT 1 FROM FT-DEPT-COUNT(FEED-IDX).
006030     ADD 1 TO CODES-APPLIED.
006040 3550-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070* 5000-WRITE-MASTER-PARA - WRITE EVERY TABLED FEED, AS IT NOW
006080*     STANDS, TO THE NEW REGISTRY GENERATION.
006090*----------------------------------------------------------------
006100 5000-WRITE-MASTER-PARA.
006110     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > FEED-COUNT
006120         SET FEED-IDX TO IDX
006130         MOVE SPACES TO FSR-RECORD
006140         MOVE FT-SOURCE-ID(FEED-IDX) TO FSR-SOURCE-ID
006150         MOVE FT-FEED-NAME(FEED-IDX) TO FSR-FEED-NAME
006160         MOVE FT-CONTACT(FEED-IDX) TO FSR-CONTACT
006170         MOVE FT-ACTIVE-FLAG(FEED-IDX) TO FSR-ACTIVE-FLAG
006180         MOVE FT-DAILY-FLAG(FEED-IDX) TO FSR-DAILY-FLAG
006190         MOVE FT-MIN-COUNT(FEED-IDX) TO FSR-MIN-COUNT
006200         MOVE FT-MAX-COUNT(FEED-IDX) TO FSR-MAX-COUNT
006210         MOVE FT-DEPT-COUNT(FEED-IDX) TO FSR-DEPT-COUNT
006220         PERFORM VARYING DEPT-SUB FROM 1 BY 1
006230             UNTIL DEPT-SUB > 20
006240             MOVE FT-DEPT(FEED-IDX, DEPT-SUB)
006250                 TO FSR-DEPT-CODE(DEPT-SUB)
006260         END-PERFORM
006270         IF FT-ACTIVE(FEED-IDX)
006280             ADD 1 TO ACTIVE-COUNT
006290         END-IF
006300         WRITE FSR-OUT-RECORD FROM FSR-RECORD
006310     END-PERFORM.
006320 5000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* 6000-SUMMARY-PARA - PRINT THE RUN TOTALS.
006360*----------------------------------------------------------------
006370 6000-SUMMARY-PARA.
006380     MOVE 'CARDS PROCESSED' TO PN-LABEL.
006390     MOVE CARD-COUNT TO PN-COUNT.
006400     WRITE PRT-LINE FROM PRT-COUNT-LINE.
006410     MOVE 'CARDS IN ERROR' TO PN-LABEL.
006420     MOVE CARD-ERR-COUNT TO PN-COUNT.
006430     WRITE PRT-LINE FROM PRT-COUNT-LINE.
006440     MOVE 'FEEDS ADDED' TO PN-LABEL.
006450     MOVE ADDED-COUNT TO PN-COUNT.
006460     WRITE PRT-LINE FROM PRT-COUNT-LINE.
006470     MOVE 'FEEDS CHANGED' TO PN-LABEL.
006480     MOVE CHANGED-COUNT TO PN-COUNT.
006490     WRITE PRT-LINE FROM PRT-COUNT-LINE.
006500     MOVE 'DEPARTMENT LISTS UPDATED' TO PN-LABEL.
006510     MOVE DEPT-CHG-COUNT TO PN-COUNT.
006520     WRITE PRT-LINE FROM PRT-COUNT-LINE.
006530     MOVE 'FEEDS DEACTIVATED' TO PN-LABEL.
006540     MOVE DEACT-COUNT TO PN-COUNT.
006550     WRITE PRT-LINE FROM PRT-COUNT-LINE.
006560     MOVE 'FEEDS REACTIVATED' TO PN-LABEL.
006570     MOVE REACT-COUNT TO PN-COUNT.
006580     WRITE PRT-LINE FROM PRT-COUNT-LINE.
006590     MOVE 'FEEDS ON FILE' TO PN-LABEL.
006600     MOVE FEED-COUNT TO PN-COUNT.
006610     WRITE PRT-LINE FROM PRT-COUNT-LINE.
006620     MOVE 'FEEDS ACTIVE' TO PN-LABEL.
006630     MOVE ACTIVE-COUNT TO PN-COUNT.
006640     WRITE PRT-LINE FROM PRT-COUNT-LINE.
006650     IF CARD-ERR-COUNT > 0
006660         MOVE 4 TO RETURN-CODE
006670     END-IF.
006680 6000-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* 8000-CLOSE-PARA - CLOSE WHATEVER WAS OPENED.
006720*----------------------------------------------------------------
006730 8000-CLOSE-PARA.
006740     IF FSRIN-FILE-AVAILABLE
006750         CLOSE FSR-IN-FILE
006760     END-IF.
006770     IF CARD-FILE-AVAILABLE
006780         CLOSE CARD-FILE
006790     END-IF.
006800     IF FSROUT-FILE-AVAILABLE
006810         CLOSE FSR-OUT-FILE
006820     END-IF.
006830     IF PRT-FILE-AVAILABLE
006840         CLOSE PRINT-FILE
006850     END-IF.
006860 8000-EXIT.
006870     EXIT.
006880 9000-STOP-PARA.
006890     STOP RUN.
