000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRG25P.
000030 AUTHOR. J MCALLISTER.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ---------------------------------------------
000120* 10/15/2026  JM   ORIGINAL PROGRAM - PERIOD CLOSE FOR THE PRG25
000130*                  PERIOD ACCUMULATOR MASTER. PRINTS MONTH-TO-DATE
000140*                  AND YEAR-TO-DATE COUNT, SUM, AVERAGE AND THE
000150*                  HIGHEST AND LOWEST AMOUNTS WITH THEIR DATES FOR
000160*                  EVERY DEPARTMENT AND *ALL, AND ON A CLOSE CARD
000170*                  ROLLS THE MONTH (AND AFTER DECEMBER THE YEAR)
000180*                  OVER - BUT ONLY WHEN EVERY BUSINESS DAY OF THE
000190*                  MONTH ON THE PRG25CAL CALENDAR HAS A COMPLETED
000200*                  RUN ON THE PRG25 AUDIT TRAIL.
000210*----------------------------------------------------------------
000220* CONTROL CARDS (PPCTL):
000230*   COLS 1-8   ACTION - 'CLOSE'
000240*   CLOSE:     COLS 10-15 MONTH TO CLOSE (YYYYMM). IT MUST BE THE
000250*              MONTH NOW OPEN ON PRG25PAC. A DECEMBER CLOSE IS
000260*              ALSO THE YEAR-END CLOSE. WITHOUT A CLOSE CARD THE
000270*              OPEN PERIOD'S FIGURES ARE PRINTED AND NOTHING IS
000280*              ROLLED.
000290*   COMMENT:   '*' IN COL 1 IS IGNORED
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PERIOD-FILE ASSIGN TO PRG25PAC
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PAC-KEY
000380         FILE STATUS IS WS-PAC-STATUS.
000390     SELECT AUDIT-FILE ASSIGN TO AUDIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-AUD-STATUS.
000420     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO PRG25CAL
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CAL-STATUS.
000450     SELECT CARD-FILE ASSIGN TO PPCTL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-CARD-STATUS.
000480     SELECT PRINT-FILE ASSIGN TO PPRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PRT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PERIOD-FILE.
000540     COPY PRG25PAC.
000550 FD  AUDIT-FILE
000560     RECORDING MODE IS F.
000570     COPY PRG25AUD.
000580 FD  CALENDAR-FILE
000590     RECORDING MODE IS F.
000600     COPY PRG25CAL.
000610 FD  CARD-FILE
000620     RECORDING MODE IS F.
000630 01  CARD-RECORD.
000640     05  PC-ACTION               PIC X(8).
000650         88  PC-ACTION-CLOSE             VALUE 'CLOSE'.
000660     05  FILLER                  PIC X(1).
000670     05  PC-MONTH                PIC 9(6).
000680     05  PC-MONTH-G REDEFINES PC-MONTH.
000690         10  PC-MONTH-YYYY       PIC 9(4).
000700         10  PC-MONTH-MM         PIC 9(2).
000710     05  FILLER                  PIC X(65).
000720 FD  PRINT-FILE
000730     RECORDING MODE IS F.
000740 01  PRT-LINE                    PIC X(132).
000750 WORKING-STORAGE SECTION.
000760 01  DAY-TABLE.
000770     05  DAY-STATS               OCCURS 31 TIMES
000780         INDEXED BY DAY-IDX.
000790         10  DT-COMPLETE         PIC X(1).
000800             88  DAY-COMPLETE            VALUE 'Y'.
000810 01  CAL-TABLE.
000820     05  CAL-COUNT               PIC 9(3) VALUE 0.
000830     05  CAL-ENTRY               OCCURS 400 TIMES
000840         INDEXED BY CAL-IDX.
000850         10  CT-DATE             PIC 9(8).
000860         10  CT-DAY-TYPE         PIC X(1).
000870             88  CT-DAY-HOLIDAY          VALUE 'H'.
000880             88  CT-DAY-PROCESSING       VALUE 'P'.
000890 01  CAL-DATE-WORK.
000900     05  CD-DATE                 PIC 9(8).
000910     05  CD-DATE-G REDEFINES CD-DATE.
000920         10  CD-MONTH            PIC 9(6).
000930         10  CD-DD               PIC 9(2).
000940     05  CD-DATE-YM REDEFINES CD-DATE.
000950         10  CD-YYYY             PIC 9(4).
000960         10  CD-MM               PIC 9(2).
000970         10  FILLER              PIC 9(2).
000980 01  MONTH-OFFSET-VALUES.
000990     05  FILLER                  PIC X(36) VALUE
001000         '000031059090120151181212243273304334'.
001010 01  MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
001020     05  MONTH-OFFSET            PIC 9(3) OCCURS 12 TIMES.
001030 01  MONTH-DAYS-VALUES.
001040     05  FILLER                  PIC X(24) VALUE
001050         '312831303130313130313031'.
001060 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
001070     05  MONTH-DAYS              PIC 9(2) OCCURS 12 TIMES.
001080 01  WS-CLOSE-MONTH-G.
001090     05  WS-CLOSE-YYYY           PIC 9(4).
001100     05  WS-CLOSE-MM             PIC 9(2).
001110 01  WS-CLOSE-MONTH-N REDEFINES WS-CLOSE-MONTH-G
001120                                 PIC 9(6).
001130 01  PERIOD-TOTALS.
001140     05  MTD-COUNT               PIC 9(9).
001150     05  MTD-SUM                 PIC S9(15)V99.
001160     05  MTD-HIGH                PIC S9(7)V99.
001170     05  MTD-HIGH-DATE           PIC 9(8).
001180     05  MTD-LOW                 PIC S9(7)V99.
001190     05  MTD-LOW-DATE            PIC 9(8).
001200     05  YTD-COUNT               PIC 9(9).
001210     05  YTD-SUM                 PIC S9(15)V99.
001220     05  YTD-HIGH                PIC S9(7)V99.
001230     05  YTD-HIGH-DATE           PIC 9(8).
001240     05  YTD-LOW                 PIC S9(7)V99.
001250     05  YTD-LOW-DATE            PIC 9(8).
001260 77  DAY-SUB                     PIC 9(2) VALUE 0.
001270 77  CAL-SUB                     PIC 9(3) VALUE 0.
001280 77  CAL-FOUND-SUB               PIC 9(3) VALUE 0.
001290 77  WS-MONTH-LEN                PIC 9(2) VALUE 0.
001300 77  WS-DAY-OF-WEEK              PIC 9(1) VALUE 0.
001310 77  WS-DATE-SERIAL              PIC 9(7) VALUE 0.
001320 77  SER-YEARS                   PIC 9(4) VALUE 0.
001330 77  SER-QUOT                    PIC 9(4) VALUE 0.
001340 77  SER-REM                     PIC 9(4) VALUE 0.
001350 77  SER-LEAP-DAYS               PIC 9(4) VALUE 0.
001360 77  WS-LEAP-FLAG                PIC X(1) VALUE 'N'.
001370     88  LEAP-YEAR                        VALUE 'Y'.
001380 77  WS-SAT-PROC-FLAG            PIC X(1) VALUE 'N'.
001390 77  WS-SUN-PROC-FLAG            PIC X(1) VALUE 'N'.
001400 77  WS-PROC-DAY-FLAG            PIC X(01) VALUE 'N'.
001410     88  PROC-DAY-YES                     VALUE 'Y'.
001420 77  WS-OPEN-MONTH               PIC 9(6) VALUE 0.
001430 77  WS-RUN-DATE                 PIC 9(8) VALUE 0.
001440 77  WS-DATE-EDIT                PIC 9999/99/99.
001450 77  WORK-AVERAGE                PIC S9(7)V99 VALUE 0.
001460 77  WS-CLOSE-FLAG               PIC X(01) VALUE 'N'.
001470     88  CLOSE-REQUESTED                  VALUE 'Y'.
001480 77  WS-CLOSE-STATE              PIC X(01) VALUE 'N'.
001490     88  CLOSE-ALLOWED                    VALUE 'Y'.
001500     88  CLOSE-REFUSED                    VALUE 'R'.
001510 77  WS-PAC-SCAN                 PIC X(01) VALUE 'N'.
001520     88  PAC-SCAN-DONE                    VALUE 'Y'.
001530 77  MISSING-COUNT               PIC 9(2) VALUE 0.
001540 77  BUSINESS-DAY-COUNT          PIC 9(2) VALUE 0.
001550 77  AUD-RECORDS-READ            PIC 9(6) VALUE 0.
001560 77  RECORDS-PRINTED             PIC 9(4) VALUE 0.
001570 77  RECORDS-ROLLED              PIC 9(4) VALUE 0.
001580 77  RECORDS-SKIPPED             PIC 9(4) VALUE 0.
001590 77  CARD-ERR-COUNT              PIC 9(4) VALUE 0.
001600 77  WS-PAC-STATUS               PIC X(02) VALUE SPACES.
001610     88  PAC-OK                            VALUE '00'.
001620     88  PAC-NOT-FOUND                     VALUE '23'.
001630 77  WS-PAC-AVAILABLE            PIC X(01) VALUE 'N'.
001640     88  PAC-FILE-AVAILABLE               VALUE 'Y'.
001650 77  WS-AUD-STATUS               PIC X(02) VALUE SPACES.
001660     88  AUD-OK                            VALUE '00'.
001670     88  AUD-EOF                           VALUE '10'.
001680 77  WS-AUD-AVAILABLE            PIC X(01) VALUE 'N'.
001690     88  AUD-FILE-AVAILABLE               VALUE 'Y'.
001700 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
001710     88  CAL-OK                            VALUE '00'.
001720     88  CAL-EOF                           VALUE '10'.
001730     88  CAL-NOT-FOUND                     VALUE '05' '35'.
001740 77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
001750     88  CARD-OK                           VALUE '00'.
001760     88  CARD-EOF                          VALUE '10'.
001770 77  WS-CARD-AVAILABLE           PIC X(01) VALUE 'N'.
001780     88  CARD-FILE-AVAILABLE              VALUE 'Y'.
001790 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001800     88  PRT-OK                            VALUE '00'.
001810 77  WS-PRT-AVAILABLE            PIC X(01) VALUE 'N'.
001820     88  PRT-FILE-AVAILABLE               VALUE 'Y'.
001830 01  PRT-HEADER-LINE-1.
001840     05  FILLER                  PIC X(22) VALUE
001850         'PRG25P PERIOD REPORT'.
001860     05  PH-TYPE                 PIC X(30).
001870     05  FILLER                  PIC X(08) VALUE 'MONTH: '.
001880     05  PH-MONTH                PIC 9(4)/99.
001890     05  FILLER                  PIC X(13) VALUE
001900         '  RUN DATE: '.
001910     05  PH-RUN-DATE             PIC 9(4)/99/99.
001920     05  FILLER                  PIC X(42) VALUE SPACES.
001930 01  PRT-HEADER-LINE-2.
001940     05  FILLER                  PIC X(06) VALUE 'DEPT'.
001950     05  FILLER                  PIC X(22) VALUE 'NAME'.
001960     05  FILLER                  PIC X(05) VALUE 'PER'.
001970     05  FILLER                  PIC X(11) VALUE '  ENTRIES'.
001980     05  FILLER                  PIC X(21) VALUE
001990         '                SUM'.
002000     05  FILLER                  PIC X(13) VALUE '    AVERAGE'.
002010     05  FILLER                  PIC X(13) VALUE '       HIGH'.
002020     05  FILLER                  PIC X(12) VALUE 'HIGH DATE'.
002030     05  FILLER                  PIC X(13) VALUE '        LOW'.
002040     05  FILLER                  PIC X(10) VALUE 'LOW DATE'.
002050     05  FILLER                  PIC X(06) VALUE SPACES.
002060 01  PRT-PERIOD-LINE.
002070     05  PP-DEPT                 PIC X(4).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  PP-NAME                 PIC X(20).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  PP-PERIOD               PIC X(3).
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  PP-COUNT                PIC ZZZZZZZZ9.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  PP-SUM                  PIC -ZZZZZZZZZZZZZZ9.99.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  PP-AVERAGE              PIC -ZZZZZZ9.99.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  PP-HIGH                 PIC -ZZZZZZ9.99.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  PP-HIGH-DATE            PIC X(10).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  PP-LOW                  PIC -ZZZZZZ9.99.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  PP-LOW-DATE             PIC X(10).
002260     05  FILLER                  PIC X(06) VALUE SPACES.
002270 01  PRT-BLANK-LINE              PIC X(132) VALUE SPACES.
002280 01  PRT-CHECK-HEADER-LINE.
002290     05  FILLER                  PIC X(44) VALUE
002300         'BUSINESS DAYS WITH NO COMPLETED PRG25 RUN'.
002310     05  FILLER                  PIC X(88) VALUE SPACES.
002320 01  PRT-MISSING-LINE.
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  PM-BUS-DATE             PIC 9(4)/99/99.
002350     05  FILLER                  PIC X(120) VALUE SPACES.
002360 01  PRT-NONE-MISSING-LINE.
002370     05  FILLER                  PIC X(54) VALUE
002380         '  NONE - EVERY BUSINESS DAY HAS A COMPLETED RUN'.
002390     05  FILLER                  PIC X(78) VALUE SPACES.
002400 01  PRT-MESSAGE-LINE.
002410     05  PG-TEXT                 PIC X(60).
002420     05  PG-MONTH                PIC 9(4)/99.
002430     05  FILLER                  PIC X(65) VALUE SPACES.
002440 01  PRT-COUNT-LINE.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  PN-LABEL                PIC X(30).
002470     05  PN-COUNT                PIC ZZZZZ9.
002480     05  FILLER                  PIC X(94) VALUE SPACES.
002490 PROCEDURE DIVISION.
002500 0000-MAIN-PARA.
002510     PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
002520     PERFORM 1100-READ-CARD-PARA THRU 1100-EXIT
002530         UNTIL CARD-EOF.
002540     PERFORM 1200-OPEN-PERIOD-PARA THRU 1200-EXIT.
002550     IF CLOSE-REQUESTED
002560         PERFORM 1400-CALENDAR-PARA THRU 1400-EXIT
002570         PERFORM 2000-CHECK-DAYS-PARA THRU 2000-EXIT
002580     END-IF.
002590     PERFORM 3000-REPORT-PARA THRU 3000-EXIT.
002600     PERFORM 6000-SUMMARY-PARA THRU 6000-EXIT.
002610     PERFORM 8000-CLOSE-PARA THRU 8000-EXIT.
002620     GO TO 9000-STOP-PARA.
002630*----------------------------------------------------------------
002640* 1000-OPEN-PARA - OPEN THE REPORT, AUDIT TRAIL AND CARD FILES.
002650*     ANY OPEN FAILURE IS FATAL. THE PERIOD MASTER IS OPENED BY
002660*     1200-OPEN-PERIOD-PARA ONCE THE CARDS SAY HOW.
002670*----------------------------------------------------------------
002680 1000-OPEN-PARA.
002690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002700     OPEN OUTPUT PRINT-FILE.
002710     IF NOT PRT-OK
002720         DISPLAY 'PRG25P - UNABLE TO OPEN PPRPT, STATUS = '
002730             WS-PRT-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
002760         GO TO 9000-STOP-PARA
002770     END-IF.
002780     SET PRT-FILE-AVAILABLE TO TRUE.
002790     OPEN INPUT AUDIT-FILE.
002800     IF NOT AUD-OK
002810         DISPLAY 'PRG25P - UNABLE TO OPEN AUDIN, STATUS = '
002820             WS-AUD-STATUS
002830         MOVE 16 TO RETURN-CODE
002840         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
002850         GO TO 9000-STOP-PARA
002860     END-IF.
002870     SET AUD-FILE-AVAILABLE TO TRUE.
002880     OPEN INPUT CARD-FILE.
002890     IF NOT CARD-OK
002900         DISPLAY 'PRG25P - UNABLE TO OPEN PPCTL, STATUS = '
002910             WS-CARD-STATUS
002920         MOVE 16 TO RETURN-CODE
002930         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
002940         GO TO 9000-STOP-PARA
002950     END-IF.
002960     SET CARD-FILE-AVAILABLE TO TRUE.
002970 1000-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000* 1100-READ-CARD-PARA - READ ONE CONTROL CARD. ONLY THE CLOSE
003010*     CARD IS UNDERSTOOD; THE LAST VALID ONE WINS.
003020*----------------------------------------------------------------
003030 1100-READ-CARD-PARA.
003040     READ CARD-FILE
003050         AT END
003060             GO TO 1100-EXIT
003070     END-READ.
003080     IF CARD-RECORD(1:1) = '*' OR CARD-RECORD = SPACES
003090         GO TO 1100-EXIT
003100     END-IF.
003110     IF PC-ACTION-CLOSE
003120         IF PC-MONTH NUMERIC
003130             AND PC-MONTH-MM NOT < 1 AND PC-MONTH-MM NOT > 12
003140             MOVE PC-MONTH-YYYY TO WS-CLOSE-YYYY
003150             MOVE PC-MONTH-MM TO WS-CLOSE-MM
003160             SET CLOSE-REQUESTED TO TRUE
003170         ELSE
003180             DISPLAY 'PRG25P - INVALID CLOSE CARD IGNORED'
003190             ADD 1 TO CARD-ERR-COUNT
003200         END-IF
003210     ELSE
003220         DISPLAY 'PRG25P - UNKNOWN CARD IGNORED'
003230         ADD 1 TO CARD-ERR-COUNT
003240     END-IF.
003250 1100-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* 1200-OPEN-PERIOD-PARA - OPEN THE PERIOD ACCUMULATOR MASTER (I-O
003290*     FOR A CLOSE, OTHERWISE INPUT) AND TAKE THE OPEN MONTH FROM
003300*     ITS *ALL RECORD. A CLOSE CARD FOR ANY OTHER MONTH IS
003310*     REFUSED WITH RC=12 BEFORE ANYTHING IS PRINTED OR ROLLED.
003320*----------------------------------------------------------------
003330 1200-OPEN-PERIOD-PARA.
003340     IF CLOSE-REQUESTED
003350         OPEN I-O PERIOD-FILE
003360     ELSE
003370         OPEN INPUT PERIOD-FILE
003380     END-IF.
003390     IF NOT PAC-OK
003400         DISPLAY 'PRG25P - UNABLE TO OPEN PRG25PAC, STATUS = '
003410             WS-PAC-STATUS
003420         MOVE 16 TO RETURN-CODE
003430         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
003440         GO TO 9000-STOP-PARA
003450     END-IF.
003460     SET PAC-FILE-AVAILABLE TO TRUE.
003470     MOVE '*ALL' TO PAC-DEPT.
003480     READ PERIOD-FILE
003490         INVALID KEY
003500             DISPLAY 'PRG25P - NO *ALL RECORD ON PRG25PAC - '
003510                 'NO PERIOD FIGURES POSTED YET'
003520             MOVE 'NO PERIOD FIGURES ON FILE' TO PG-TEXT
003530             MOVE 0 TO PG-MONTH
003540             WRITE PRT-LINE FROM PRT-MESSAGE-LINE
003550             MOVE 4 TO RETURN-CODE
003560             PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
003570             GO TO 9000-STOP-PARA
003580     END-READ.
003590     MOVE PAC-MONTH TO WS-OPEN-MONTH.
003600     IF NOT CLOSE-REQUESTED
003610         GO TO 1200-EXIT
003620     END-IF.
003630     IF WS-CLOSE-MONTH-N NOT = WS-OPEN-MONTH
003640         DISPLAY 'PRG25P - CLOSE CARD MONTH ' WS-CLOSE-MONTH-N
003650             ' IS NOT THE OPEN MONTH ' WS-OPEN-MONTH
003660         MOVE 'CLOSE REFUSED - THE MONTH NOW OPEN ON PRG25PAC IS'
003670             TO PG-TEXT
003680         MOVE WS-OPEN-MONTH TO PG-MONTH
003690         WRITE PRT-LINE FROM PRT-MESSAGE-LINE
003700         MOVE 12 TO RETURN-CODE
003710         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
003720         GO TO 9000-STOP-PARA
003730     END-IF.
003740     SET CLOSE-ALLOWED TO TRUE.
003750 1200-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 1400-CALENDAR-PARA - LOAD THE PRG25CAL BUSINESS CALENDAR, AS
003790*     PRG25 DOES. WITHOUT IT EVERY WEEKDAY OF THE MONTH COUNTS AS
003800*     A BUSINESS DAY AND NO WEEKEND DAY DOES.
003810*----------------------------------------------------------------
003820 1400-CALENDAR-PARA.
003830     OPEN INPUT CALENDAR-FILE.
003840     IF CAL-NOT-FOUND
003850         DISPLAY 'PRG25P - PRG25CAL NOT PRESENT, WEEKDAYS ARE '
003860             'TAKEN AS THE BUSINESS DAYS'
003870         GO TO 1400-EXIT
003880     END-IF.
003890     IF NOT CAL-OK
003900         DISPLAY 'PRG25P - UNABLE TO OPEN PRG25CAL, STATUS = '
003910             WS-CAL-STATUS
003920         DISPLAY 'PRG25P - WEEKDAYS ARE TAKEN AS THE '
003925             'BUSINESS DAYS'
003930         GO TO 1400-EXIT
003940     END-IF.
003950     PERFORM 1410-READ-CAL-PARA THRU 1410-EXIT
003960         UNTIL CAL-EOF OR CAL-COUNT = 400.
003970     IF NOT CAL-EOF
003980         DISPLAY 'PRG25P - CALENDAR TABLE FULL AT 400 DATES'
003990     END-IF.
004000     CLOSE CALENDAR-FILE.
004010 1400-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* 1410-READ-CAL-PARA - READ AND APPLY ONE CALENDAR RECORD. A
004050*     RECORD THAT CANNOT BE UNDERSTOOD IS SKIPPED WITH A WARNING.
004060*----------------------------------------------------------------
004070 1410-READ-CAL-PARA.
004080     READ CALENDAR-FILE
004090         AT END
004100             GO TO 1410-EXIT
004110     END-READ.
004120     IF CAL-RECORD(1:1) = '*' OR CAL-RECORD = SPACES
004130         GO TO 1410-EXIT
004140     END-IF.
004150     IF CAL-TYPE-WEEKEND
004160         MOVE CAL-SAT-FLAG TO WS-SAT-PROC-FLAG
004170         MOVE CAL-SUN-FLAG TO WS-SUN-PROC-FLAG
004180         GO TO 1410-EXIT
004190     END-IF.
004200     IF CAL-TYPE-DATE AND CAL-DATE NUMERIC
004210         AND (CAL-DAY-HOLIDAY OR CAL-DAY-PROCESSING)
004220         ADD 1 TO CAL-COUNT
004230         SET CAL-IDX TO CAL-COUNT
004240         MOVE CAL-DATE TO CT-DATE(CAL-IDX)
004250         MOVE CAL-DAY-TYPE TO CT-DAY-TYPE(CAL-IDX)
004260     ELSE
004270         DISPLAY 'PRG25P - CALENDAR RECORD NOT UNDERSTOOD, '
004280             'SKIPPED'
004290     END-IF.
004300 1410-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 1420-LEAP-TEST-PARA - SET LEAP-YEAR FOR THE YEAR IN CD-YYYY.
004340*----------------------------------------------------------------
004350 1420-LEAP-TEST-PARA.
004360     MOVE 'N' TO WS-LEAP-FLAG.
004370     DIVIDE CD-YYYY BY 4 GIVING SER-QUOT REMAINDER SER-REM.
004380     IF SER-REM = 0
004390         MOVE 'Y' TO WS-LEAP-FLAG
004400     END-IF.
004410     DIVIDE CD-YYYY BY 100 GIVING SER-QUOT REMAINDER SER-REM.
004420     IF SER-REM = 0
004430         MOVE 'N' TO WS-LEAP-FLAG
004440     END-IF.
004450     DIVIDE CD-YYYY BY 400 GIVING SER-QUOT REMAINDER SER-REM.
004460     IF SER-REM = 0
004470         MOVE 'Y' TO WS-LEAP-FLAG
004480     END-IF.
004490 1420-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520* 1430-PROC-DAY-PARA - DECIDE WHETHER THE DATE IN CAL-DATE-WORK
004530*     IS A PROCESSING DAY: AN EXPLICIT CALENDAR DATE RECORD WINS,
004540*     OTHERWISE THE WEEKEND RULE DECIDES, AND A PLAIN WEEKDAY IS
004550*     A PROCESSING DAY. THE SAME RULES PRG25 APPLIES.
004560*----------------------------------------------------------------
004570 1430-PROC-DAY-PARA.
004580     MOVE 0 TO CAL-FOUND-SUB.
004590     PERFORM VARYING CAL-SUB FROM 1 BY 1
004600         UNTIL CAL-SUB > CAL-COUNT OR CAL-FOUND-SUB > 0
004610         IF CT-DATE(CAL-SUB) = CD-DATE
004620             MOVE CAL-SUB TO CAL-FOUND-SUB
004630         END-IF
004640     END-PERFORM.
004650     IF CAL-FOUND-SUB > 0
004660         IF CT-DAY-PROCESSING(CAL-FOUND-SUB)
004670             MOVE 'Y' TO WS-PROC-DAY-FLAG
004680         ELSE
004690             MOVE 'N' TO WS-PROC-DAY-FLAG
004700         END-IF
004710         GO TO 1430-EXIT
004720     END-IF.
004730     PERFORM 1440-DATE-SERIAL-PARA THRU 1440-EXIT.
004740     DIVIDE WS-DATE-SERIAL BY 7 GIVING SER-QUOT
004750         REMAINDER WS-DAY-OF-WEEK.
004760     IF WS-DAY-OF-WEEK = 6
004770         MOVE WS-SAT-PROC-FLAG TO WS-PROC-DAY-FLAG
004780     ELSE
004790         IF WS-DAY-OF-WEEK = 0
004800             MOVE WS-SUN-PROC-FLAG TO WS-PROC-DAY-FLAG
004810         ELSE
004820             MOVE 'Y' TO WS-PROC-DAY-FLAG
004830         END-IF
004840     END-IF.
004850 1430-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880* 1440-DATE-SERIAL-PARA - TURN THE DATE IN CAL-DATE-WORK INTO A
004890*     SERIAL DAY NUMBER (DAY 1 = 0001/01/01, A MONDAY), SO THE
004900*     REMAINDER MODULO 7 GIVES THE WEEKDAY - 6 IS SATURDAY, 0 IS
004910*     SUNDAY.
004920*----------------------------------------------------------------
004930 1440-DATE-SERIAL-PARA.
004940     COMPUTE SER-YEARS = CD-YYYY - 1.
004950     DIVIDE SER-YEARS BY 4 GIVING SER-QUOT.
004960     MOVE SER-QUOT TO SER-LEAP-DAYS.
004970     DIVIDE SER-YEARS BY 100 GIVING SER-QUOT.
004980     SUBTRACT SER-QUOT FROM SER-LEAP-DAYS.
004990     DIVIDE SER-YEARS BY 400 GIVING SER-QUOT.
005000     ADD SER-QUOT TO SER-LEAP-DAYS.
005010     COMPUTE WS-DATE-SERIAL =
005020         (SER-YEARS * 365) + SER-LEAP-DAYS
005030         + MONTH-OFFSET(CD-MM) + CD-DD.
005040     IF CD-MM > 2
005050         PERFORM 1420-LEAP-TEST-PARA THRU 1420-EXIT
005060         IF LEAP-YEAR
005070             ADD 1 TO WS-DATE-SERIAL
005080         END-IF
005090     END-IF.
005100 1440-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------
005130* 2000-CHECK-DAYS-PARA - SWEEP THE AUDIT TRAIL FOR COMPLETED RUNS
005140*     OF THE MONTH BEING CLOSED, THEN LIST EVERY BUSINESS DAY OF
005150*     THE MONTH WITHOUT ONE. ANY SUCH DAY REFUSES THE CLOSE - THE
005160*     PERIOD IS STILL PRINTED, MARKED NOT CLOSED, AND NOTHING IS
005170*     ROLLED. A FORCED RERUN OR A FAILED RUN LATER COMPLETED
005180*     COUNTS ONCE ITS COMPLETE RECORD IS ON THE TRAIL.
005190*----------------------------------------------------------------
005200 2000-CHECK-DAYS-PARA.
005210     PERFORM VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 31
005220         MOVE 'N' TO DT-COMPLETE(DAY-SUB)
005230     END-PERFORM.
005240     PERFORM 2100-READ-AUDIT-PARA THRU 2100-EXIT
005250         UNTIL AUD-EOF.
005260     MOVE WS-CLOSE-MONTH-N TO CD-MONTH.
005270     MOVE 1 TO CD-DD.
005280     MOVE MONTH-DAYS(CD-MM) TO WS-MONTH-LEN.
005290     IF CD-MM = 2
005300         PERFORM 1420-LEAP-TEST-PARA THRU 1420-EXIT
005310         IF LEAP-YEAR
005320             MOVE 29 TO WS-MONTH-LEN
005330         END-IF
005340     END-IF.
005350     MOVE WS-CLOSE-MONTH-N TO PH-MONTH.
005360     MOVE WS-RUN-DATE TO PH-RUN-DATE.
005370     MOVE 'MONTH-END CLOSE CHECK' TO PH-TYPE.
005380     WRITE PRT-LINE FROM PRT-HEADER-LINE-1.
005390     WRITE PRT-LINE FROM PRT-BLANK-LINE.
005400     WRITE PRT-LINE FROM PRT-CHECK-HEADER-LINE.
005410     PERFORM VARYING DAY-SUB FROM 1 BY 1
005420         UNTIL DAY-SUB > WS-MONTH-LEN
005430         MOVE DAY-SUB TO CD-DD
005440         PERFORM 1430-PROC-DAY-PARA THRU 1430-EXIT
005450         IF PROC-DAY-YES
005460             ADD 1 TO BUSINESS-DAY-COUNT
005470             IF NOT DAY-COMPLETE(DAY-SUB)
005480                 ADD 1 TO MISSING-COUNT
005490                 MOVE CD-DATE TO PM-BUS-DATE
005500                 WRITE PRT-LINE FROM PRT-MISSING-LINE
005510             END-IF
005520         END-IF
005530     END-PERFORM.
005540     IF MISSING-COUNT = 0
005550         WRITE PRT-LINE FROM PRT-NONE-MISSING-LINE
005560     ELSE
005570         SET CLOSE-REFUSED TO TRUE
005580         DISPLAY 'PRG25P - ' MISSING-COUNT ' BUSINESS DAYS OF '
005590             WS-CLOSE-MONTH-N ' HAVE NO COMPLETED RUN - CLOSE '
005600             'REFUSED'
005610     END-IF.
005620     WRITE PRT-LINE FROM PRT-BLANK-LINE.
005630 2000-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* 2100-READ-AUDIT-PARA - READ ONE AUDIT RECORD AND MARK ITS
005670*     BUSINESS DATE'S DAY WHEN IT IS A COMPLETED RUN IN THE MONTH
005680*     BEING CLOSED.
005690*----------------------------------------------------------------
005700 2100-READ-AUDIT-PARA.
005710     READ AUDIT-FILE
005720         AT END
005730             GO TO 2100-EXIT
005740     END-READ.
005750     ADD 1 TO AUD-RECORDS-READ.
005760     IF AUD-BUS-DATE NOT NUMERIC
005770         GO TO 2100-EXIT
005780     END-IF.
005790     IF AUD-STATUS NOT = 'COMPLETE'
005800         GO TO 2100-EXIT
005810     END-IF.
005820     MOVE AUD-BUS-DATE TO CD-DATE.
005830     IF CD-MONTH NOT = WS-CLOSE-MONTH-N
005840         GO TO 2100-EXIT
005850     END-IF.
005860     IF CD-DD < 1 OR CD-DD > 31
005870         GO TO 2100-EXIT
005880     END-IF.
005890     MOVE 'Y' TO DT-COMPLETE(CD-DD).
005900 2100-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930* 3000-REPORT-PARA - PRINT THE PERIOD REPORT, ONE MONTH-TO-DATE
005940*     AND ONE YEAR-TO-DATE LINE PER DEPARTMENT AND *ALL, IN KEY
005950*     ORDER. ON AN ALLOWED CLOSE EACH RECORD IS ROLLED AND
005960*     REWRITTEN AS SOON AS IT HAS BEEN PRINTED.
005970*----------------------------------------------------------------
005980 3000-REPORT-PARA.
005990     MOVE WS-OPEN-MONTH TO PH-MONTH.
006000     MOVE WS-RUN-DATE TO PH-RUN-DATE.
006010     IF CLOSE-ALLOWED
006020         IF WS-CLOSE-MM = 12
006030             MOVE 'YEAR-END CLOSE' TO PH-TYPE
006040         ELSE
006050             MOVE 'MONTH-END CLOSE' TO PH-TYPE
006060         END-IF
006070     ELSE
006080         IF CLOSE-REFUSED
006090             MOVE 'CLOSE REFUSED - NOT CLOSED' TO PH-TYPE
006100         ELSE
006110             MOVE 'PERIOD TO DATE - NOT CLOSED' TO PH-TYPE
006120         END-IF
006130     END-IF.
006140     WRITE PRT-LINE FROM PRT-HEADER-LINE-1.
006150     WRITE PRT-LINE FROM PRT-BLANK-LINE.
006160     WRITE PRT-LINE FROM PRT-HEADER-LINE-2.
006170     MOVE LOW-VALUES TO PAC-KEY.
006180     START PERIOD-FILE KEY IS NOT LESS THAN PAC-KEY
006190         INVALID KEY
006200             GO TO 3000-EXIT
006210     END-START.
006220     MOVE 'N' TO WS-PAC-SCAN.
006230     PERFORM 3100-READ-PERIOD-PARA THRU 3100-EXIT
006240         UNTIL PAC-SCAN-DONE.
006250 3000-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280* 3100-READ-PERIOD-PARA - READ THE NEXT PERIOD ACCUMULATOR RECORD,
006290*     PRINT ITS FIGURES AND, ON AN ALLOWED CLOSE, ROLL IT.
006300*----------------------------------------------------------------
006310 3100-READ-PERIOD-PARA.
006320     READ PERIOD-FILE NEXT RECORD
006330         AT END
006340             SET PAC-SCAN-DONE TO TRUE
006350             GO TO 3100-EXIT
006360     END-READ.
006370     IF NOT PAC-OK
006380         DISPLAY 'PRG25P - PRG25PAC READ FAILED, STATUS = '
006390             WS-PAC-STATUS
006400         SET PAC-SCAN-DONE TO TRUE
006410         MOVE 16 TO RETURN-CODE
006420         GO TO 3100-EXIT
006430     END-IF.
006440     PERFORM 3200-TOTALS-PARA THRU 3200-EXIT.
006450     PERFORM 3300-PRINT-PARA THRU 3300-EXIT.
006460     IF CLOSE-ALLOWED
006470         PERFORM 3400-ROLL-PARA THRU 3400-EXIT
006480     END-IF.
006490 3100-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520* 3200-TOTALS-PARA - BUILD THE MONTH-TO-DATE TOTALS FROM DAY
006530*     SLOTS 1-31 AND THE YEAR-TO-DATE TOTALS FROM THOSE PLUS THE
006540*     MONTHS ALREADY CLOSED THIS YEAR. ON A TIE THE EARLIER DATE
006550*     KEEPS THE HIGH OR LOW.
006560*----------------------------------------------------------------
006570 3200-TOTALS-PARA.
006580     MOVE 0 TO MTD-COUNT.
006590     MOVE 0 TO MTD-SUM.
006600     MOVE 0 TO MTD-HIGH.
006610     MOVE 0 TO MTD-HIGH-DATE.
006620     MOVE 0 TO MTD-LOW.
006630     MOVE 0 TO MTD-LOW-DATE.
006640     PERFORM VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 31
006650         IF PAC-DAY-DATE(DAY-SUB) > 0
006660             AND PAC-DAY-COUNT(DAY-SUB) > 0
006670             PERFORM 3210-ADD-DAY-PARA THRU 3210-EXIT
006680         END-IF
006690     END-PERFORM.
006700     MOVE PAC-YTC-COUNT TO YTD-COUNT.
006710     MOVE PAC-YTC-SUM TO YTD-SUM.
006720     MOVE PAC-YTC-HIGH TO YTD-HIGH.
006730     MOVE PAC-YTC-HIGH-DATE TO YTD-HIGH-DATE.
006740     MOVE PAC-YTC-LOW TO YTD-LOW.
006750     MOVE PAC-YTC-LOW-DATE TO YTD-LOW-DATE.
006760     IF MTD-COUNT = 0
006770         GO TO 3200-EXIT
006780     END-IF.
006790     IF YTD-COUNT = 0
006800         MOVE MTD-HIGH TO YTD-HIGH
006810         MOVE MTD-HIGH-DATE TO YTD-HIGH-DATE
006820         MOVE MTD-LOW TO YTD-LOW
006830         MOVE MTD-LOW-DATE TO YTD-LOW-DATE
006840     ELSE
006850         IF MTD-HIGH > YTD-HIGH
006860             MOVE MTD-HIGH TO YTD-HIGH
006870             MOVE MTD-HIGH-DATE TO YTD-HIGH-DATE
006880         END-IF
006890         IF MTD-LOW < YTD-LOW
006900             MOVE MTD-LOW TO YTD-LOW
006910             MOVE MTD-LOW-DATE TO YTD-LOW-DATE
006920         END-IF
006930     END-IF.
006940     ADD MTD-COUNT TO YTD-COUNT.
006950     ADD MTD-SUM TO YTD-SUM.
006960 3200-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990* 3210-ADD-DAY-PARA - ADD DAY SLOT DAY-SUB INTO THE MONTH-TO-DATE
007000*     TOTALS.
007010*----------------------------------------------------------------
007020 3210-ADD-DAY-PARA.
007030     IF MTD-COUNT = 0
007040         MOVE PAC-DAY-HIGH(DAY-SUB) TO MTD-HIGH
007050         MOVE PAC-DAY-DATE(DAY-SUB) TO MTD-HIGH-DATE
007060         MOVE PAC-DAY-LOW(DAY-SUB) TO MTD-LOW
007070         MOVE PAC-DAY-DATE(DAY-SUB) TO MTD-LOW-DATE
007080     ELSE
007090         IF PAC-DAY-HIGH(DAY-SUB) > MTD-HIGH
007100             MOVE PAC-DAY-HIGH(DAY-SUB) TO MTD-HIGH
007110             MOVE PAC-DAY-DATE(DAY-SUB) TO MTD-HIGH-DATE
007120         END-IF
007130         IF PAC-DAY-LOW(DAY-SUB) < MTD-LOW
007140             MOVE PAC-DAY-LOW(DAY-SUB) TO MTD-LOW
007150             MOVE PAC-DAY-DATE(DAY-SUB) TO MTD-LOW-DATE
007160         END-IF
007170     END-IF.
007180     ADD PAC-DAY-COUNT(DAY-SUB) TO MTD-COUNT.
007190     ADD PAC-DAY-SUM(DAY-SUB) TO MTD-SUM.
007200 3210-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230* 3300-PRINT-PARA - PRINT THE MONTH-TO-DATE AND YEAR-TO-DATE LINES
007240*     FOR THE RECORD IN THE BUFFER. WITH NO ENTRIES THE AVERAGE,
007250*     HIGH AND LOW PRINT AS ZERO AND THEIR DATES ARE LEFT BLANK.
007260*----------------------------------------------------------------
007270 3300-PRINT-PARA.
007280     MOVE PAC-DEPT TO PP-DEPT.
007290     MOVE PAC-DEPT-NAME TO PP-NAME.
007300     MOVE 'MTD' TO PP-PERIOD.
007310     MOVE MTD-COUNT TO PP-COUNT.
007320     MOVE MTD-SUM TO PP-SUM.
007330     MOVE SPACES TO PP-HIGH-DATE.
007340     MOVE SPACES TO PP-LOW-DATE.
007350     IF MTD-COUNT > 0
007360         COMPUTE WORK-AVERAGE ROUNDED = MTD-SUM / MTD-COUNT
007370         MOVE WORK-AVERAGE TO PP-AVERAGE
007380         MOVE MTD-HIGH TO PP-HIGH
007390         MOVE MTD-HIGH-DATE TO WS-DATE-EDIT
007400         MOVE WS-DATE-EDIT TO PP-HIGH-DATE
007410         MOVE MTD-LOW TO PP-LOW
007420         MOVE MTD-LOW-DATE TO WS-DATE-EDIT
007430         MOVE WS-DATE-EDIT TO PP-LOW-DATE
007440     ELSE
007450         MOVE 0 TO PP-AVERAGE
007460         MOVE 0 TO PP-HIGH
007470         MOVE 0 TO PP-LOW
007480     END-IF.
007490     WRITE PRT-LINE FROM PRT-PERIOD-LINE.
007500     MOVE SPACES TO PP-DEPT.
007510     MOVE SPACES TO PP-NAME.
007520     MOVE 'YTD' TO PP-PERIOD.
007530     MOVE YTD-COUNT TO PP-COUNT.
007540     MOVE YTD-SUM TO PP-SUM.
007550     MOVE SPACES TO PP-HIGH-DATE.
007560     MOVE SPACES TO PP-LOW-DATE.
007570     IF YTD-COUNT > 0
007580         COMPUTE WORK-AVERAGE ROUNDED = YTD-SUM / YTD-COUNT
007590         MOVE WORK-AVERAGE TO PP-AVERAGE
007600         MOVE YTD-HIGH TO PP-HIGH
007610         MOVE YTD-HIGH-DATE TO WS-DATE-EDIT
007620         MOVE WS-DATE-EDIT TO PP-HIGH-DATE
007630         MOVE YTD-LOW TO PP-LOW
007640         MOVE YTD-LOW-DATE TO WS-DATE-EDIT
007650         MOVE WS-DATE-EDIT TO PP-LOW-DATE
007660     ELSE
007670         MOVE 0 TO PP-AVERAGE
007680         MOVE 0 TO PP-HIGH
007690         MOVE 0 TO PP-LOW
007700     END-IF.
007710     WRITE PRT-LINE FROM PRT-PERIOD-LINE.
007720     ADD 1 TO RECORDS-PRINTED.
007730 3300-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------
007760* 3400-ROLL-PARA - CLOSE THE MONTH FOR THE RECORD IN THE BUFFER:
007770*     FOLD THE MONTH INTO THE YEAR'S CLOSED-MONTH TOTALS (WHICH A
007780*     DECEMBER CLOSE THEN CLEARS FOR THE NEW YEAR), MOVE THE DAYS
007790*     ALREADY POSTED FOR THE FOLLOWING MONTH DOWN INTO SLOTS 1-31,
007800*     OPEN THE FOLLOWING MONTH AND REWRITE. A RECORD NOT ON THE
007810*     MONTH BEING CLOSED IS LEFT ALONE AND RAISES RC=4.
007820*----------------------------------------------------------------
007830 3400-ROLL-PARA.
007840     IF PAC-MONTH NOT = WS-CLOSE-MONTH-N
007850         DISPLAY 'PRG25P - ' PAC-DEPT ' IS OPEN FOR MONTH '
007860             PAC-MONTH ' - NOT ROLLED'
007870         ADD 1 TO RECORDS-SKIPPED
007880         GO TO 3400-EXIT
007890     END-IF.
007900     ADD 1 TO PAC-YTC-MONTHS.
007910     IF MTD-COUNT > 0
007920         MOVE YTD-HIGH TO PAC-YTC-HIGH
007930         MOVE YTD-HIGH-DATE TO PAC-YTC-HIGH-DATE
007940         MOVE YTD-LOW TO PAC-YTC-LOW
007950         MOVE YTD-LOW-DATE TO PAC-YTC-LOW-DATE
007960         MOVE YTD-COUNT TO PAC-YTC-COUNT
007970         MOVE YTD-SUM TO PAC-YTC-SUM
007980     END-IF.
007990     IF PAC-MONTH-MM = 12
008000         MOVE 0 TO PAC-YTC-MONTHS
008010         MOVE 0 TO PAC-YTC-COUNT
008020         MOVE 0 TO PAC-YTC-SUM
008030         MOVE 0 TO PAC-YTC-HIGH
008040         MOVE 0 TO PAC-YTC-HIGH-DATE
008050         MOVE 0 TO PAC-YTC-LOW
008060         MOVE 0 TO PAC-YTC-LOW-DATE
008070     END-IF.
008080     PERFORM VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 31
008090         MOVE PAC-DAY(DAY-SUB + 31) TO PAC-DAY(DAY-SUB)
008100         MOVE 0 TO PAC-DAY-DATE(DAY-SUB + 31)
008110         MOVE 0 TO PAC-DAY-COUNT(DAY-SUB + 31)
008120         MOVE 0 TO PAC-DAY-SUM(DAY-SUB + 31)
008130         MOVE 0 TO PAC-DAY-HIGH(DAY-SUB + 31)
008140         MOVE 0 TO PAC-DAY-LOW(DAY-SUB + 31)
008150     END-PERFORM.
008160     IF PAC-MONTH-MM < 12
008170         ADD 1 TO PAC-MONTH-MM
008180     ELSE
008190         MOVE 1 TO PAC-MONTH-MM
008200         ADD 1 TO PAC-MONTH-YYYY
008210     END-IF.
008220     REWRITE PAC-RECORD
008230         INVALID KEY
008240             DISPLAY 'PRG25P - PRG25PAC REWRITE FAILED FOR '
008250                 PAC-DEPT ', STATUS = ' WS-PAC-STATUS
008260             MOVE 16 TO RETURN-CODE
008270         NOT INVALID KEY
008280             ADD 1 TO RECORDS-ROLLED
008290     END-REWRITE.
008300 3400-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------
008330* 6000-SUMMARY-PARA - PRINT THE RUN TOTALS AND THE OUTCOME OF ANY
008340*     CLOSE, AND SET THE RETURN CODE: RC=12 A CLOSE WAS REFUSED,
008350*     RC=4 A RECORD WAS NOT ROLLED OR A CARD WAS IGNORED.
008360*----------------------------------------------------------------
008370 6000-SUMMARY-PARA.
008380     WRITE PRT-LINE FROM PRT-BLANK-LINE.
008390     IF CLOSE-ALLOWED
008400         MOVE 'MONTH CLOSED - THE MONTH NOW OPEN ON PRG25PAC IS'
008410             TO PG-TEXT
008420         MOVE WS-OPEN-MONTH TO WS-CLOSE-MONTH-N
008430         IF WS-CLOSE-MM < 12
008440             ADD 1 TO WS-CLOSE-MM
008450         ELSE
008460             MOVE 1 TO WS-CLOSE-MM
008470             ADD 1 TO WS-CLOSE-YYYY
008480         END-IF
008490         MOVE WS-CLOSE-MONTH-N TO PG-MONTH
008500         WRITE PRT-LINE FROM PRT-MESSAGE-LINE
008510     END-IF.
008520     IF CLOSE-REFUSED
008530         MOVE 'CLOSE REFUSED - DAYS WITH NO COMPLETED RUN IN'
008540             TO PG-TEXT
008550         MOVE WS-OPEN-MONTH TO PG-MONTH
008560         WRITE PRT-LINE FROM PRT-MESSAGE-LINE
008570     END-IF.
008580     MOVE 'PERIOD RECORDS PRINTED' TO PN-LABEL.
008590     MOVE RECORDS-PRINTED TO PN-COUNT.
008600     WRITE PRT-LINE FROM PRT-COUNT-LINE.
008610     IF CLOSE-REQUESTED
008620         MOVE 'BUSINESS DAYS IN MONTH' TO PN-LABEL
008630         MOVE BUSINESS-DAY-COUNT TO PN-COUNT
008640         WRITE PRT-LINE FROM PRT-COUNT-LINE
008650         MOVE 'DAYS WITH NO COMPLETED RUN' TO PN-LABEL
008660         MOVE MISSING-COUNT TO PN-COUNT
008670         WRITE PRT-LINE FROM PRT-COUNT-LINE
008680         MOVE 'PERIOD RECORDS ROLLED' TO PN-LABEL
008690         MOVE RECORDS-ROLLED TO PN-COUNT
008700         WRITE PRT-LINE FROM PRT-COUNT-LINE
008710         MOVE 'PERIOD RECORDS NOT ROLLED' TO PN-LABEL
008720         MOVE RECORDS-SKIPPED TO PN-COUNT
008730         WRITE PRT-LINE FROM PRT-COUNT-LINE
008740     END-IF.
008750     IF RETURN-CODE > 0
008760         GO TO 6000-EXIT
008770     END-IF.
008780     IF CLOSE-REFUSED
008790         MOVE 12 TO RETURN-CODE
008800         GO TO 6000-EXIT
008810     END-IF.
008820     IF RECORDS-SKIPPED > 0 OR CARD-ERR-COUNT > 0
008830         MOVE 4 TO RETURN-CODE
008840     END-IF.
008850 6000-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880* 8000-CLOSE-PARA - CLOSE WHATEVER WAS OPENED.
008890*----------------------------------------------------------------
008900 8000-CLOSE-PARA.
008910     IF PAC-FILE-AVAILABLE
008920         CLOSE PERIOD-FILE
008930     END-IF.
008940     IF AUD-FILE-AVAILABLE
008950         CLOSE AUDIT-FILE
008960     END-IF.
008970     IF CARD-FILE-AVAILABLE
008980         CLOSE CARD-FILE
008990     END-IF.
009000     IF PRT-FILE-AVAILABLE
009010         CLOSE PRINT-FILE
009020     END-IF.
009030 8000-EXIT.
009040     EXIT.
009050 9000-STOP-PARA.
009060     STOP RUN.
