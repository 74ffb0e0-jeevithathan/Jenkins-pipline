000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRG25L.
000030 AUTHOR. J MCALLISTER.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ---------------------------------------------
000120* 10/15/2026  JM   ORIGINAL PROGRAM - MAINTENANCE JOURNAL REPORT.
000130*                  LISTS THE PRG25JRN RECORDS APPENDED BY PRG25D
000140*                  (DEPARTMENT MASTER CHANGES) AND PRG25C (REJECT
000150*                  CORRECTIONS AND WRITE-OFFS) - WHEN, WHICH JOB
000160*                  AND USER, WHAT ACTION, AND THE BEFORE AND AFTER
000170*                  IMAGES - SELECTED BY DATE RANGE, PROGRAM,
000180*                  ACTION OR KEY. FLAGS WRITE-OFFS ABOVE AN
000190*                  AMOUNT LIMIT AND DEPARTMENT DEACTIVATIONS MADE
000200*                  WHILE THE DEPARTMENT STILL HAD OPEN REJECTS.
000210* 10/15/2026  JM   A REJECT'S CURRENCY CODE IS SHOWN BESIDE ITS
000220*                  AMOUNT AND IN THE BEFORE/AFTER IMAGES.
000230* 10/15/2026  JM   WRITE-OFFS CONVERTED TO THE BASE CURRENCY AT
000240*                  THE PRG25FXR RATE BEFORE THE LIMIT AND TOTAL;
000250*                  NO RATE IS FLAGGED. SUBTOTALS BY CURRENCY.
000251* 10/15/2026  JM   PARAGRAPHS PUT IN NUMERIC ORDER AND THE SOURCE
000252*                  RESEQUENCED.
000260*----------------------------------------------------------------
000270* CONTROL CARDS (JRNCTL) - ALL OPTIONAL, EVERY SELECTION GIVEN
000280* MUST MATCH; A SECOND CARD OF THE SAME KIND REPLACES THE FIRST:
000290*   COLS 1-8   ACTION - 'FROM', 'TO', 'PROGRAM', 'ACTION', 'KEY'
000300*              OR 'AMTLIMIT'
000310*   FROM:      COLS 10-17 FIRST JOURNAL DATE (YYYYMMDD) TO LIST
000320*   TO:        COLS 10-17 LAST JOURNAL DATE (YYYYMMDD) TO LIST
000330*   PROGRAM:   COLS 10-17 PRG25D OR PRG25C
000340*   ACTION:    COLS 10-17 ADD, RENAME, DEACT, DIVISION, CORRECT
000350*              OR WRITEOFF
000360*   KEY:       COLS 10-29 KEY, MATCHED ON AS MANY CHARACTERS AS
000370*              ARE GIVEN - A DEPARTMENT CODE FOR PRG25D, OR THE
000380*              RUN AND ENTRY NUMBER AS ON THE PRG25C CARD
000390*              ('RRRR EEEEEEE'; 'RRRR' ALONE LISTS THE WHOLE RUN)
000400*   AMTLIMIT:  COLS 10-18 WRITE-OFF AMOUNT LIMIT, NINE DIGITS,
000410*              SEVEN INTEGER AND TWO DECIMAL (DEFAULT 000100000,
000420*              1,000.00). A WRITE-OFF WHOSE AMOUNT, EITHER SIGN,
000430*              IS ABOVE THE LIMIT IS FLAGGED, AS IS ONE WHOSE
000440*              AMOUNT COULD NOT BE READ. THE LIMIT AND THE TOTAL
000450*              WRITTEN OFF ARE IN THE BASE CURRENCY - SEE BELOW.
000460*   COMMENT:   '*' IN COL 1 IS IGNORED
000470* A DEACT IS FLAGGED WHEN THE DEPARTMENT HAD A REJECT FROM AN
000480* EARLIER BUSINESS DATE STILL OPEN AT THE TIME - EITHER ONE STILL
000490* OPEN ON RCYIN TODAY, OR ONE THE JOURNAL SHOWS WAS CORRECTED OR
000500* WRITTEN OFF ONLY AFTER THE DEACT.
000510* EACH WRITE-OFF IS CONVERTED TO THE BASE CURRENCY (PRG25PRM
000520* KEYWORD BASE-CURRENCY, DEFAULT USD) AT THE PRG25FXR RATE FOR ITS
000530* CURRENCY AND BUSINESS DATE, THE RATE CARDS READ BY THE SAME
000540* RULES AS IN PRG25. ONE WITH NO RATE IS FLAGGED LIKE AN AMOUNT
000550* THAT COULD NOT BE READ, AND LEFT OUT OF THE TOTAL. THE TOTAL IS
000560* FOLLOWED BY A SUBTOTAL FOR EACH CURRENCY, AS RECORDED AND IN THE
000570* BASE CURRENCY. BOTH DATASETS ARE OPTIONAL.
000580*----------------------------------------------------------------
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT JOURNAL-FILE ASSIGN TO PRG25JRN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-JRN-STATUS.
000650     SELECT RCY-FILE ASSIGN TO RCYIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-RCY-STATUS.
000680     SELECT CARD-FILE ASSIGN TO JRNCTL
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-CARD-STATUS.
000710     SELECT PRINT-FILE ASSIGN TO JRNRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PRT-STATUS.
000740     SELECT OPTIONAL PARM-FILE ASSIGN TO PRG25PRM
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-PRM-STATUS.
000770     SELECT OPTIONAL FX-RATE-FILE ASSIGN TO PRG25FXR
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-FXR-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  JOURNAL-FILE
000830     RECORDING MODE IS F.
000840     COPY PRG25JRN.
000850 FD  RCY-FILE
000860     RECORDING MODE IS F.
000870     COPY PRG25RCY.
000880 FD  CARD-FILE
000890     RECORDING MODE IS F.
000900 01  CARD-RECORD.
000910     05  LC-ACTION               PIC X(8).
000920         88  LC-ACTION-FROM              VALUE 'FROM'.
000930         88  LC-ACTION-TO                VALUE 'TO'.
000940         88  LC-ACTION-PROGRAM           VALUE 'PROGRAM'.
000950         88  LC-ACTION-ACTION            VALUE 'ACTION'.
000960         88  LC-ACTION-KEY               VALUE 'KEY'.
000970         88  LC-ACTION-AMTLIMIT          VALUE 'AMTLIMIT'.
000980     05  FILLER                  PIC X(1).
000990     05  LC-VALUE                PIC X(20).
001000     05  FILLER                  PIC X(51).
001010 01  CARD-DATE-RECORD REDEFINES CARD-RECORD.
001020     05  FILLER                  PIC X(9).
001030     05  LC-DATE                 PIC 9(8).
001040     05  FILLER                  PIC X(63).
001050 01  CARD-LIMIT-RECORD REDEFINES CARD-RECORD.
001060     05  FILLER                  PIC X(9).
001070     05  LC-LIMIT-X              PIC X(9).
001080     05  LC-LIMIT REDEFINES LC-LIMIT-X
001090                                 PIC 9(7)V99.
001100     05  FILLER                  PIC X(62).
001110 FD  PARM-FILE
001120     RECORDING MODE IS F.
001130 01  PRM-RECORD.
001140     05  PRM-KEYWORD             PIC X(20).
001150     05  PRM-VALUE               PIC X(12).
001160     05  FILLER                  PIC X(48).
001170 FD  FX-RATE-FILE
001180     RECORDING MODE IS F.
001190     COPY PRG25FXR.
001200 FD  PRINT-FILE
001210     RECORDING MODE IS F.
001220 01  PRT-LINE                    PIC X(132).
001230 WORKING-STORAGE SECTION.
001240 01  DEACT-TABLE.
001250     05  DX-COUNT                PIC 9(3) VALUE 0.
001260     05  DX-ENTRY                OCCURS 500 TIMES
001270         INDEXED BY DX-IDX.
001280         10  DX-DEPT             PIC X(4).
001290         10  DX-DATE             PIC 9(8).
001300         10  DX-TIME             PIC 9(8).
001310         10  DX-OPEN-COUNT       PIC 9(7).
001320 77  IDX                         PIC 9(3) VALUE 1.
001330 77  DX-SUB                      PIC 9(4) VALUE 0.
001340 77  SEL-FROM-DATE               PIC 9(8) VALUE 0.
001350 77  SEL-TO-DATE                 PIC 9(8) VALUE 99999999.
001360 77  SEL-PROGRAM                 PIC X(8) VALUE SPACES.
001370 77  SEL-ACTION                  PIC X(8) VALUE SPACES.
001380 77  SEL-KEY                     PIC X(20) VALUE SPACES.
001390 77  SEL-KEY-LEN                 PIC 9(2) VALUE 0.
001400 77  WS-AMT-LIMIT                PIC 9(7)V99 VALUE 1000.00.
001410 77  WS-AMT-ABS                  PIC 9(13)V99 VALUE 0.
001420 77  WS-SELECT-SW                PIC X(01) VALUE 'N'.
001430     88  JRN-SELECTED                     VALUE 'Y'.
001440 77  CARD-COUNT                  PIC 9(4) VALUE 0.
001450 77  CARD-ERR-COUNT              PIC 9(4) VALUE 0.
001460 77  JRN-READ-COUNT              PIC 9(7) VALUE 0.
001470 77  SELECTED-COUNT              PIC 9(7) VALUE 0.
001480 77  WRITEOFF-COUNT              PIC 9(7) VALUE 0.
001490 77  WRITEOFF-TOTAL              PIC S9(13)V99 VALUE 0.
001500 77  WRITEOFF-OVER-COUNT         PIC 9(7) VALUE 0.
001510 77  WRITEOFF-UNREAD-COUNT       PIC 9(7) VALUE 0.
001520 77  WRITEOFF-NORATE-COUNT       PIC 9(7) VALUE 0.
001530 77  WS-BASE-AMOUNT              PIC S9(13)V99 VALUE 0.
001540 77  WS-FX-HIGH-DATE             PIC 9(8) VALUE 0.
001550 77  WS-RATE-SW                  PIC X(01) VALUE 'N'.
001560     88  WRITEOFF-RATED                   VALUE 'Y'.
001570 77  DEACT-COUNT                 PIC 9(7) VALUE 0.
001580 77  DEACT-FLAG-COUNT            PIC 9(7) VALUE 0.
001590 77  DEACT-UNCHECKED-COUNT       PIC 9(7) VALUE 0.
001600 77  OPEN-REJECT-COUNT           PIC 9(7) VALUE 0.
001610 77  WS-CURRENT-DATE             PIC 9(8) VALUE 0.
001620 77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.
001630     88  JRN-OK                            VALUE '00'.
001640     88  JRN-EOF                           VALUE '10'.
001650 77  WS-JRN-AVAILABLE            PIC X(01) VALUE 'N'.
001660     88  JRN-FILE-AVAILABLE               VALUE 'Y'.
001670 77  WS-RCY-STATUS               PIC X(02) VALUE SPACES.
001680     88  RCY-OK                            VALUE '00'.
001690     88  RCY-EOF                           VALUE '10'.
001700 77  WS-RCY-AVAILABLE            PIC X(01) VALUE 'N'.
001710     88  RCY-FILE-AVAILABLE               VALUE 'Y'.
001720 77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
001730     88  CARD-OK                           VALUE '00'.
001740     88  CARD-EOF                          VALUE '10'.
001750 77  WS-CARD-AVAILABLE           PIC X(01) VALUE 'N'.
001760     88  CARD-FILE-AVAILABLE              VALUE 'Y'.
001770 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001780     88  PRT-OK                            VALUE '00'.
001790 77  WS-PRT-AVAILABLE            PIC X(01) VALUE 'N'.
001800     88  PRT-FILE-AVAILABLE               VALUE 'Y'.
001810 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
001820     88  PRM-OK                            VALUE '00'.
001830     88  PRM-EOF                           VALUE '10'.
001840     88  PRM-NOT-FOUND                     VALUE '05' '35'.
001850 77  PJ-DATE-EDIT                PIC 9(4)/99/99.
001860 77  WS-STATUS-CODE              PIC X(1) VALUE SPACES.
001870     COPY PRG25FXT.
001880 01  TIME-WORK.
001890     05  TW-TIME                 PIC 9(8).
001900     05  TW-TIME-G REDEFINES TW-TIME.
001910         10  TW-HH               PIC 9(2).
001920         10  TW-MM               PIC 9(2).
001930         10  TW-SS               PIC 9(2).
001940         10  TW-CC               PIC 9(2).
001950 01  TIME-EDIT.
001960     05  TE-HH                   PIC 9(2).
001970     05  FILLER                  PIC X(01) VALUE ':'.
001980     05  TE-MM                   PIC 9(2).
001990     05  FILLER                  PIC X(01) VALUE ':'.
002000     05  TE-SS                   PIC 9(2).
002010 01  PRT-HEADER-LINE.
002020     05  FILLER                  PIC X(38) VALUE
002030         'PRG25L MAINTENANCE JOURNAL REPORT DT:'.
002040     05  PH-RUN-DATE             PIC 9(4)/99/99.
002050     05  FILLER                  PIC X(84) VALUE SPACES.
002060 01  PRT-CARD-LINE.
002070     05  FILLER                  PIC X(08) VALUE 'CARD:   '.
002080     05  PC-CARD-TEXT            PIC X(30).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  PC-RESULT               PIC X(40).
002110     05  FILLER                  PIC X(52) VALUE SPACES.
002120 01  PRT-SELECT-LINE.
002130     05  FILLER                  PIC X(16) VALUE
002140         'SELECTION: FROM '.
002150     05  PS-FROM                 PIC 9(4)/99/99.
002160     05  FILLER                  PIC X(04) VALUE ' TO '.
002170     05  PS-TO                   PIC 9(4)/99/99.
002180     05  FILLER                  PIC X(10) VALUE '  PROGRAM '.
002190     05  PS-PROGRAM              PIC X(8).
002200     05  FILLER                  PIC X(09) VALUE '  ACTION '.
002210     05  PS-ACTION               PIC X(8).
002220     05  FILLER                  PIC X(06) VALUE '  KEY '.
002230     05  PS-KEY                  PIC X(20).
002240     05  FILLER                  PIC X(31) VALUE SPACES.
002250 01  PRT-LIMIT-LINE.
002260     05  FILLER                  PIC X(24) VALUE
002270         'WRITE-OFF AMOUNT LIMIT: '.
002280     05  PL-LIMIT                PIC Z,ZZZ,ZZ9.99.
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  PL-CURRENCY             PIC X(3).
002310     05  FILLER                  PIC X(92) VALUE SPACES.
002320 01  PRT-COLUMN-LINE.
002330     05  FILLER                  PIC X(30) VALUE
002340         ' DATE       TIME      JOB    '.
002350     05  FILLER                  PIC X(30) VALUE
002360         '  USER     PROGRAM  ACTION   K'.
002370     05  FILLER                  PIC X(30) VALUE
002380         'EY                  DEPT  BUS '.
002390     05  FILLER                  PIC X(30) VALUE
002400         'DATE          AMOUNT CCY'.
002410     05  FILLER                  PIC X(12) VALUE SPACES.
002420 01  PRT-JRN-LINE.
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  PJ-DATE                 PIC 9(4)/99/99.
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  PJ-TIME                 PIC X(8).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  PJ-JOB                  PIC X(8).
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  PJ-USER                 PIC X(8).
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  PJ-PROGRAM              PIC X(8).
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  PJ-ACTION               PIC X(8).
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  PJ-KEY                  PIC X(20).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  PJ-DEPT                 PIC X(4).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  PJ-BUS-DATE             PIC X(10).
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  PJ-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
002630     05  PJ-AMOUNT-X REDEFINES PJ-AMOUNT
002640                                 PIC X(13).
002650     05  FILLER                  PIC X(01) VALUE SPACES.
002660     05  PJ-CURRENCY             PIC X(3).
002670     05  FILLER                  PIC X(19) VALUE SPACES.
002680 01  PRT-DEPT-IMAGE-LINE.
002690     05  FILLER                  PIC X(12) VALUE SPACES.
002700     05  PD-LABEL                PIC X(8).
002710     05  FILLER                  PIC X(05) VALUE 'NAME '.
002720     05  PD-NAME                 PIC X(20).
002730     05  FILLER                  PIC X(08) VALUE ' ACTIVE '.
002740     05  PD-ACTIVE-FLAG          PIC X(1).
002750     05  FILLER                  PIC X(09) VALUE ' ANALYST '.
002760     05  PD-ANALYST              PIC X(20).
002770     05  FILLER                  PIC X(10) VALUE ' DIVISION '.
002780     05  PD-DIVISION             PIC X(4).
002790     05  FILLER                  PIC X(35) VALUE SPACES.
002800 01  PRT-REJECT-IMAGE-LINE.
002810     05  FILLER                  PIC X(12) VALUE SPACES.
002820     05  PR-LABEL                PIC X(8).
002830     05  FILLER                  PIC X(07) VALUE 'STATUS '.
002840     05  PR-STATUS               PIC X(11).
002850     05  FILLER                  PIC X(08) VALUE ' REASON '.
002860     05  PR-REASON-CODE          PIC X(2).
002870     05  FILLER                  PIC X(06) VALUE ' TYPE '.
002880     05  PR-REC-TYPE             PIC X(1).
002890     05  FILLER                  PIC X(07) VALUE ' VALUE '.
002900     05  PR-RAW-VALUE            PIC X(2).
002910     05  FILLER                  PIC X(06) VALUE ' CORR '.
002920     05  PR-CORR-VALUE           PIC X(2).
002930     05  FILLER                  PIC X(05) VALUE ' AMT '.
002940     05  PR-AMT-RAW              PIC X(10).
002950     05  FILLER                  PIC X(10) VALUE ' CORR AMT '.
002960     05  PR-AMT-CORR             PIC X(10).
002970     05  FILLER                  PIC X(05) VALUE ' SRC '.
002980     05  PR-SOURCE-ID            PIC X(8).
002990     05  FILLER                  PIC X(05) VALUE ' CCY '.
003000     05  PR-CURRENCY             PIC X(3).
003010     05  FILLER                  PIC X(04) VALUE SPACES.
003020 01  PRT-NO-IMAGE-LINE.
003030     05  FILLER                  PIC X(12) VALUE SPACES.
003040     05  PX-LABEL                PIC X(8).
003050     05  FILLER                  PIC X(13) VALUE '*NOT ON FILE*'.
003060     05  FILLER                  PIC X(99) VALUE SPACES.
003070 01  PRT-FLAG-LINE.
003080     05  FILLER                  PIC X(12) VALUE SPACES.
003090     05  FILLER                  PIC X(04) VALUE '*** '.
003100     05  PF-TEXT                 PIC X(50).
003110     05  PF-COUNT                PIC ZZZZZZ9.
003120     05  PF-COUNT-X REDEFINES PF-COUNT
003130                                 PIC X(7).
003140     05  FILLER                  PIC X(59) VALUE SPACES.
003150 01  PRT-NONE-LINE.
003160     05  FILLER                  PIC X(40) VALUE
003170         '  NO JOURNAL RECORDS MATCH THE SELECTION'.
003180     05  FILLER                  PIC X(92) VALUE SPACES.
003190 01  PRT-COUNT-LINE.
003200     05  FILLER                  PIC X(30) VALUE SPACES.
003210     05  PN-LABEL                PIC X(30).
003220     05  PN-COUNT                PIC ZZZZZZ9.
003230     05  FILLER                  PIC X(65) VALUE SPACES.
003240 01  PRT-VALUE-LINE.
003250     05  FILLER                  PIC X(30) VALUE SPACES.
003260     05  PV-LABEL                PIC X(30).
003270     05  PV-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003280     05  FILLER                  PIC X(54) VALUE SPACES.
003290 01  PRT-BLANK-LINE              PIC X(132) VALUE SPACES.
003300 01  PRT-CCY-LINE.
003310     05  FILLER                  PIC X(32) VALUE SPACES.
003320     05  FILLER                  PIC X(03) VALUE 'IN '.
003330     05  PY-CURRENCY             PIC X(3).
003340     05  FILLER                  PIC X(22) VALUE SPACES.
003350     05  PY-ORIG-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003360     05  FILLER                  PIC X(06) VALUE ' BASE '.
003370     05  PY-BASE-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003380     05  FILLER                  PIC X(30) VALUE SPACES.
003390 PROCEDURE DIVISION.
003400 0000-MAIN-PARA.
003410     PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
003420     PERFORM 1300-PARAMETERS-PARA THRU 1300-EXIT.
003430     PERFORM 1500-CARDS-PARA THRU 1500-EXIT.
003440     PERFORM 2000-SCAN-JOURNAL-PARA THRU 2000-EXIT.
003450     PERFORM 2400-FX-RATE-PARA THRU 2400-EXIT.
003460     PERFORM 2500-OPEN-REJECTS-PARA THRU 2500-EXIT.
003470     PERFORM 3000-REPORT-PARA THRU 3000-EXIT.
003480     PERFORM 6000-SUMMARY-PARA THRU 6000-EXIT.
003490     PERFORM 8000-CLOSE-PARA THRU 8000-EXIT.
003500     GO TO 9000-STOP-PARA.
003510*----------------------------------------------------------------
003520* 1000-OPEN-PARA - OPEN EVERY FILE UP FRONT. ANY OPEN FAILURE IS
003530*     FATAL - A JOURNAL REPORT THAT CANNOT SEE THE WHOLE JOURNAL
003540*     OR THE OPEN REJECTS WOULD MISS THE VERY CHANGES IT IS RUN
003550*     TO FIND.
003560*----------------------------------------------------------------
003570 1000-OPEN-PARA.
003580     OPEN OUTPUT PRINT-FILE.
003590     IF NOT PRT-OK
003600         DISPLAY 'PRG25L - UNABLE TO OPEN JRNRPT, STATUS = '
003610             WS-PRT-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
003640         GO TO 9000-STOP-PARA
003650     END-IF.
003660     SET PRT-FILE-AVAILABLE TO TRUE.
003670     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003680     MOVE WS-CURRENT-DATE TO PH-RUN-DATE.
003690     WRITE PRT-LINE FROM PRT-HEADER-LINE.
003700     OPEN INPUT CARD-FILE.
003710     IF NOT CARD-OK
003720         DISPLAY 'PRG25L - UNABLE TO OPEN JRNCTL, STATUS = '
003730             WS-CARD-STATUS
003740         MOVE 16 TO RETURN-CODE
003750         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
003760         GO TO 9000-STOP-PARA
003770     END-IF.
003780     SET CARD-FILE-AVAILABLE TO TRUE.
003790     OPEN INPUT JOURNAL-FILE.
003800     IF NOT JRN-OK
003810         DISPLAY 'PRG25L - UNABLE TO OPEN PRG25JRN, STATUS = '
003820             WS-JRN-STATUS
003830         MOVE 16 TO RETURN-CODE
003840         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
003850         GO TO 9000-STOP-PARA
003860     END-IF.
003870     SET JRN-FILE-AVAILABLE TO TRUE.
003880     OPEN INPUT RCY-FILE.
003890     IF NOT RCY-OK
003900         DISPLAY 'PRG25L - UNABLE TO OPEN RCYIN, STATUS = '
003910             WS-RCY-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
003940         GO TO 9000-STOP-PARA
003950     END-IF.
003960     SET RCY-FILE-AVAILABLE TO TRUE.
003970 1000-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* 1300-PARAMETERS-PARA - PICK UP THE BASE CURRENCY FROM THE PRG25
004010*     PARAMETER DATASET SO WRITE-OFFS ARE CONVERTED TO THE SAME
004020*     CURRENCY PRG25 CONVERTS THE RUN TO. AN ABSENT DATASET LEAVES
004030*     THE COMPILED DEFAULT.
004040*----------------------------------------------------------------
004050 1300-PARAMETERS-PARA.
004060     OPEN INPUT PARM-FILE.
004070     IF PRM-NOT-FOUND
004080         DISPLAY 'PRG25L - PRG25PRM NOT PRESENT, BASE CURRENCY '
004090             WS-BASE-CURRENCY
004100         GO TO 1300-EXIT
004110     END-IF.
004120     IF NOT PRM-OK
004130         DISPLAY 'PRG25L - UNABLE TO OPEN PRG25PRM, STATUS = '
004140             WS-PRM-STATUS
004150         DISPLAY 'PRG25L - BASE CURRENCY ' WS-BASE-CURRENCY
004160         GO TO 1300-EXIT
004170     END-IF.
004180     PERFORM 1350-READ-PARM-PARA THRU 1350-EXIT
004190         UNTIL PRM-EOF.
004200     CLOSE PARM-FILE.
004210 1300-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240* 1350-READ-PARM-PARA - READ ONE PARAMETER CARD. ONLY THE
004250*     BASE-CURRENCY KEYWORD MATTERS HERE; PRG25'S OTHER KEYWORDS
004260*     ARE PASSED OVER.
004270*----------------------------------------------------------------
004280 1350-READ-PARM-PARA.
004290     READ PARM-FILE
004300         AT END
004310             GO TO 1350-EXIT
004320     END-READ.
004330     IF PRM-RECORD(1:1) = '*' OR PRM-RECORD = SPACES
004340         GO TO 1350-EXIT
004350     END-IF.
004360     IF PRM-KEYWORD = 'BASE-CURRENCY'
004370         PERFORM 1370-BASE-CURRENCY-PARA THRU 1370-EXIT
004380     END-IF.
004390 1350-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* 1370-BASE-CURRENCY-PARA - APPLY THE BASE-CURRENCY PARAMETER
004430*     CARD. THE VALUE MUST BE THREE LETTERS, THE ISO CODE OF THE
004440*     CURRENCY EVERY WRITE-OFF IS CONVERTED TO.
004450*----------------------------------------------------------------
004460 1370-BASE-CURRENCY-PARA.
004470     IF PRM-VALUE(1:3) ALPHABETIC-UPPER
004480         AND PRM-VALUE(1:1) NOT = SPACE
004490         AND PRM-VALUE(2:1) NOT = SPACE
004500         AND PRM-VALUE(3:1) NOT = SPACE
004510         AND PRM-VALUE(4:9) = SPACES
004520         MOVE PRM-VALUE(1:3) TO WS-BASE-CURRENCY
004530     ELSE
004540         DISPLAY 'PRG25L - BASE-CURRENCY CARD NOT UNDERSTOOD, '
004550             'DEFAULT KEPT: ' PRM-VALUE
004560     END-IF.
004570 1370-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 1500-CARDS-PARA - READ THE SELECTION CARDS AND PRINT THE
004610*     SELECTION THE REPORT WAS RUN WITH. A FROM DATE AFTER THE TO
004620*     DATE SELECTS NOTHING AND IS REPORTED AS A CARD ERROR.
004630*----------------------------------------------------------------
004640 1500-CARDS-PARA.
004650     PERFORM 1600-READ-CARD-PARA THRU 1600-EXIT
004660         UNTIL CARD-EOF.
004670     IF SEL-FROM-DATE > SEL-TO-DATE
004680         DISPLAY 'PRG25L - FROM DATE IS AFTER THE TO DATE - '
004690             'NOTHING WILL BE SELECTED'
004700         ADD 1 TO CARD-ERR-COUNT
004710     END-IF.
004720     WRITE PRT-LINE FROM PRT-BLANK-LINE.
004730     MOVE SEL-FROM-DATE TO PS-FROM.
004740     MOVE SEL-TO-DATE TO PS-TO.
004750     MOVE SEL-PROGRAM TO PS-PROGRAM.
004760     IF SEL-PROGRAM = SPACES
004770         MOVE '*ANY*' TO PS-PROGRAM
004780     END-IF.
004790     MOVE SEL-ACTION TO PS-ACTION.
004800     IF SEL-ACTION = SPACES
004810         MOVE '*ANY*' TO PS-ACTION
004820     END-IF.
004830     MOVE SEL-KEY TO PS-KEY.
004840     IF SEL-KEY = SPACES
004850         MOVE '*ANY*' TO PS-KEY
004860     END-IF.
004870     WRITE PRT-LINE FROM PRT-SELECT-LINE.
004880     MOVE WS-AMT-LIMIT TO PL-LIMIT.
004890     MOVE WS-BASE-CURRENCY TO PL-CURRENCY.
004900     WRITE PRT-LINE FROM PRT-LIMIT-LINE.
004910 1500-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940* 1600-READ-CARD-PARA - READ ONE SELECTION CARD AND APPLY IT.
004950*----------------------------------------------------------------
004960 1600-READ-CARD-PARA.
004970     READ CARD-FILE
004980         AT END
004990             GO TO 1600-EXIT
005000     END-READ.
005010     IF CARD-RECORD(1:1) = '*' OR CARD-RECORD = SPACES
005020         GO TO 1600-EXIT
005030     END-IF.
005040     ADD 1 TO CARD-COUNT.
005050     MOVE CARD-RECORD(1:30) TO PC-CARD-TEXT.
005060     IF LC-ACTION-FROM OR LC-ACTION-TO
005070         IF LC-DATE NOT NUMERIC OR LC-DATE = 0
005080             MOVE 'INVALID DATE - CARD IGNORED' TO PC-RESULT
005090             ADD 1 TO CARD-ERR-COUNT
005100         ELSE
005110             IF LC-ACTION-FROM
005120                 MOVE LC-DATE TO SEL-FROM-DATE
005130                 MOVE 'FROM DATE SET' TO PC-RESULT
005140             ELSE
005150                 MOVE LC-DATE TO SEL-TO-DATE
005160                 MOVE 'TO DATE SET' TO PC-RESULT
005170             END-IF
005180         END-IF
005190         WRITE PRT-LINE FROM PRT-CARD-LINE
005200         GO TO 1600-EXIT
005210     END-IF.
005220     IF LC-ACTION-PROGRAM
005230         IF LC-VALUE(1:8) NOT = 'PRG25D'
005240             AND LC-VALUE(1:8) NOT = 'PRG25C'
005250             MOVE 'UNKNOWN PROGRAM - CARD IGNORED' TO PC-RESULT
005260             ADD 1 TO CARD-ERR-COUNT
005270         ELSE
005280             MOVE LC-VALUE(1:8) TO SEL-PROGRAM
005290             MOVE 'PROGRAM SELECTED' TO PC-RESULT
005300         END-IF
005310         WRITE PRT-LINE FROM PRT-CARD-LINE
005320         GO TO 1600-EXIT
005330     END-IF.
005340     IF LC-ACTION-ACTION
005350         IF LC-VALUE(1:8) NOT = 'ADD'
005360             AND LC-VALUE(1:8) NOT = 'RENAME'
005370             AND LC-VALUE(1:8) NOT = 'DEACT'
005380             AND LC-VALUE(1:8) NOT = 'DIVISION'
005390             AND LC-VALUE(1:8) NOT = 'CORRECT'
005400             AND LC-VALUE(1:8) NOT = 'WRITEOFF'
005410             MOVE 'UNKNOWN JOURNAL ACTION - CARD IGNORED'
005420                 TO PC-RESULT
005430             ADD 1 TO CARD-ERR-COUNT
005440         ELSE
005450             MOVE LC-VALUE(1:8) TO SEL-ACTION
005460             MOVE 'ACTION SELECTED' TO PC-RESULT
005470         END-IF
005480         WRITE PRT-LINE FROM PRT-CARD-LINE
005490         GO TO 1600-EXIT
005500     END-IF.
005510     IF LC-ACTION-KEY
005520         IF LC-VALUE = SPACES
005530             MOVE 'BLANK KEY - CARD IGNORED' TO PC-RESULT
005540             ADD 1 TO CARD-ERR-COUNT
005550         ELSE
005560             MOVE LC-VALUE TO SEL-KEY
005570             MOVE 0 TO SEL-KEY-LEN
005580             PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 20
005590                 IF SEL-KEY(IDX:1) NOT = SPACE
005600                     MOVE IDX TO SEL-KEY-LEN
005610                 END-IF
005620             END-PERFORM
005630             MOVE 'KEY SELECTED' TO PC-RESULT
005640         END-IF
005650         WRITE PRT-LINE FROM PRT-CARD-LINE
005660         GO TO 1600-EXIT
005670     END-IF.
005680     IF LC-ACTION-AMTLIMIT
005690         IF LC-LIMIT-X NOT NUMERIC
005700             MOVE 'INVALID AMOUNT LIMIT - CARD IGNORED'
005710                 TO PC-RESULT
005720             ADD 1 TO CARD-ERR-COUNT
005730         ELSE
005740             MOVE LC-LIMIT TO WS-AMT-LIMIT
005750             MOVE 'WRITE-OFF AMOUNT LIMIT SET' TO PC-RESULT
005760         END-IF
005770         WRITE PRT-LINE FROM PRT-CARD-LINE
005780         GO TO 1600-EXIT
005790     END-IF.
005800     MOVE 'UNKNOWN ACTION - CARD IGNORED' TO PC-RESULT.
005810     ADD 1 TO CARD-ERR-COUNT.
005820     WRITE PRT-LINE FROM PRT-CARD-LINE.
005830 1600-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860* 2000-SCAN-JOURNAL-PARA - FIRST PASS OF THE JOURNAL. EVERY
005870*     SELECTED DEACT IS TABLED, AND EVERY REJECT CORRECTED OR
005880*     WRITTEN OFF AFTER A TABLED DEACT OF ITS DEPARTMENT, FROM A
005890*     BUSINESS DATE BEFORE THE DEACT, IS COUNTED AGAINST IT - IT
005900*     WAS STILL OPEN WHEN THE DEPARTMENT WAS DEACTIVATED. THE
005910*     JOURNAL IS APPEND-ONLY, SO A DEACT IS ALWAYS TABLED BEFORE
005920*     ANY LATER CLOSE IS READ. THE JOURNAL IS CLOSED HERE AND
005930*     READ AGAIN FOR THE REPORT.
005940*     THE BUSINESS DATES OF THE SELECTED FOREIGN-CURRENCY
005950*     WRITE-OFFS SET THE RANGE OF RATES 2400-FX-RATE-PARA TABLES.
005960*----------------------------------------------------------------
005970 2000-SCAN-JOURNAL-PARA.
005980     MOVE 99999999 TO WS-FX-LOW-DATE.
005990     PERFORM 2100-SCAN-ONE-PARA THRU 2100-EXIT
006000         UNTIL JRN-EOF.
006010     CLOSE JOURNAL-FILE.
006020     MOVE 'N' TO WS-JRN-AVAILABLE.
006030     IF DEACT-UNCHECKED-COUNT > 0
006040         DISPLAY 'PRG25L - DEACT TABLE FULL AT 500 - '
006050             DEACT-UNCHECKED-COUNT ' DEACTS NOT CHECKED'
006060     END-IF.
006070 2000-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 2100-SCAN-ONE-PARA - READ ONE JOURNAL RECORD FOR THE FIRST PASS.
006110*----------------------------------------------------------------
006120 2100-SCAN-ONE-PARA.
006130     READ JOURNAL-FILE
006140         AT END
006150             GO TO 2100-EXIT
006160     END-READ.
006170     ADD 1 TO JRN-READ-COUNT.
006180     IF JRN-FROM-DEPT-MAINT AND JRN-ACTION-DEACT
006190         PERFORM 2200-SELECT-PARA THRU 2200-EXIT
006200         IF JRN-SELECTED
006210             PERFORM 2300-TABLE-DEACT-PARA THRU 2300-EXIT
006220         END-IF
006230         GO TO 2100-EXIT
006240     END-IF.
006250     IF JRN-FROM-REJECT-CORR AND JRN-ACTION-WRITEOFF
006260         PERFORM 2150-FX-RANGE-PARA THRU 2150-EXIT
006270     END-IF.
006280     IF JRN-FROM-REJECT-CORR AND DX-COUNT > 0
006290         PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > DX-COUNT
006300             SET DX-IDX TO IDX
006310             IF DX-DEPT(DX-IDX) = JRN-DEPT
006320                 AND JRN-BUS-DATE < DX-DATE(DX-IDX)
006330                 AND (JRN-DATE > DX-DATE(DX-IDX)
006340                     OR (JRN-DATE = DX-DATE(DX-IDX)
006350                         AND JRN-TIME > DX-TIME(DX-IDX)))
006360                 ADD 1 TO DX-OPEN-COUNT(DX-IDX)
006370             END-IF
006380         END-PERFORM
006390     END-IF.
006400 2100-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* 2150-FX-RANGE-PARA - WIDEN THE RANGE OF BUSINESS DATES WHOSE
006440*     RATES 2400-FX-RATE-PARA TABLES TO TAKE IN A SELECTED
006450*     WRITE-OFF RECORDED IN A CURRENCY OTHER THAN THE BASE.
006460*----------------------------------------------------------------
006470 2150-FX-RANGE-PARA.
006480     IF NOT JRN-AMOUNT-KNOWN
006490         GO TO 2150-EXIT
006500     END-IF.
006510     IF JBR-CURRENCY = SPACES OR JBR-CURRENCY = WS-BASE-CURRENCY
006520         GO TO 2150-EXIT
006530     END-IF.
006540     PERFORM 2200-SELECT-PARA THRU 2200-EXIT.
006550     IF NOT JRN-SELECTED
006560         GO TO 2150-EXIT
006570     END-IF.
006580     IF JRN-BUS-DATE < WS-FX-LOW-DATE
006590         MOVE JRN-BUS-DATE TO WS-FX-LOW-DATE
006600     END-IF.
006610     IF JRN-BUS-DATE > WS-FX-HIGH-DATE
006620         MOVE JRN-BUS-DATE TO WS-FX-HIGH-DATE
006630     END-IF.
006640 2150-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670* 2200-SELECT-PARA - SET JRN-SELECTED WHEN THE JOURNAL RECORD
006680*     MATCHES EVERY SELECTION GIVEN ON THE CARDS.
006690*----------------------------------------------------------------
006700 2200-SELECT-PARA.
006710     MOVE 'N' TO WS-SELECT-SW.
006720     IF JRN-DATE < SEL-FROM-DATE OR JRN-DATE > SEL-TO-DATE
006730         GO TO 2200-EXIT
006740     END-IF.
006750     IF SEL-PROGRAM NOT = SPACES AND JRN-PROGRAM NOT = SEL-PROGRAM
006760         GO TO 2200-EXIT
006770     END-IF.
006780     IF SEL-ACTION NOT = SPACES AND JRN-ACTION NOT = SEL-ACTION
006790         GO TO 2200-EXIT
006800     END-IF.
006810     IF SEL-KEY-LEN > 0
006820         IF JRN-KEY(1:SEL-KEY-LEN) NOT = SEL-KEY(1:SEL-KEY-LEN)
006830             GO TO 2200-EXIT
006840         END-IF
006850     END-IF.
006860     SET JRN-SELECTED TO TRUE.
006870 2200-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900* 2300-TABLE-DEACT-PARA - TABLE ONE SELECTED DEACT. PAST 500 THE
006910*     DEACT IS STILL LISTED BUT NOT CHECKED FOR OPEN REJECTS, AND
006920*     THE RUN ENDS RC=8.
006930*----------------------------------------------------------------
006940 2300-TABLE-DEACT-PARA.
006950     IF DX-COUNT = 500
006960         ADD 1 TO DEACT-UNCHECKED-COUNT
006970         GO TO 2300-EXIT
006980     END-IF.
006990     ADD 1 TO DX-COUNT.
007000     SET DX-IDX TO DX-COUNT.
007010     MOVE JRN-DEPT TO DX-DEPT(DX-IDX).
007020     MOVE JRN-DATE TO DX-DATE(DX-IDX).
007030     MOVE JRN-TIME TO DX-TIME(DX-IDX).
007040     MOVE 0 TO DX-OPEN-COUNT(DX-IDX).
007050 2300-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080* 2400-FX-RATE-PARA - TABLE THE PRG25FXR EXCHANGE RATES FOR THE
007090*     RANGE OF BUSINESS DATES 2000-SCAN-JOURNAL-PARA FOUND ON
007100*     SELECTED FOREIGN-CURRENCY WRITE-OFFS. WITH NONE SELECTED THE
007110*     DATASET IS NOT READ; WITHOUT IT EVERY SUCH WRITE-OFF IS
007120*     FLAGGED AS HAVING NO RATE.
007130*----------------------------------------------------------------
007140 2400-FX-RATE-PARA.
007150     IF WS-FX-HIGH-DATE = 0
007160         GO TO 2400-EXIT
007170     END-IF.
007180     OPEN INPUT FX-RATE-FILE.
007190     IF FXR-NOT-FOUND
007200         DISPLAY 'PRG25L - PRG25FXR NOT PRESENT, FOREIGN '
007210             'CURRENCY WRITE-OFFS WILL BE FLAGGED'
007220         GO TO 2400-EXIT
007230     END-IF.
007240     IF NOT FXR-OK
007250         DISPLAY 'PRG25L - UNABLE TO OPEN PRG25FXR, STATUS = '
007260             WS-FXR-STATUS
007270         DISPLAY 'PRG25L - FOREIGN CURRENCY WRITE-OFFS WILL BE '
007280             'FLAGGED'
007290         GO TO 2400-EXIT
007300     END-IF.
007310     PERFORM 2410-READ-FX-PARA THRU 2410-EXIT
007320         UNTIL FXR-EOF.
007330     CLOSE FX-RATE-FILE.
007340     IF FXT-FULL-COUNT > 0
007350         DISPLAY 'PRG25L - RATE TABLE FULL AT 500 RATES, '
007360             FXT-FULL-COUNT ' RATE CARDS NOT LOADED'
007370     END-IF.
007380 2400-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410* 2410-READ-FX-PARA - READ ONE RATE CARD AND TABLE IT IF ITS DATE
007420*     FALLS IN THE RANGE 2150-FX-RANGE-PARA SET. A CARD THAT
007430*     CANNOT BE USED IS SKIPPED WITH A WARNING; A LATER CARD FOR
007440*     THE SAME DATE AND CURRENCY REPLACES AN EARLIER ONE.
007450*----------------------------------------------------------------
007460 2410-READ-FX-PARA.
007470     READ FX-RATE-FILE
007480         AT END
007490             GO TO 2410-EXIT
007500     END-READ.
007510     IF FXR-RECORD(1:1) = '*' OR FXR-RECORD = SPACES
007520         GO TO 2410-EXIT
007530     END-IF.
007540     IF FXR-BUS-DATE NOT NUMERIC OR FXR-CURRENCY = SPACES
007550         OR FXR-RATE NOT NUMERIC
007560         DISPLAY 'PRG25L - RATE CARD NOT UNDERSTOOD, SKIPPED: '
007570             FXR-RECORD(1:24)
007580         GO TO 2410-EXIT
007590     END-IF.
007600     IF FXR-RATE = 0
007610         DISPLAY 'PRG25L - RATE CARD NOT UNDERSTOOD, SKIPPED: '
007620             FXR-RECORD(1:24)
007630         GO TO 2410-EXIT
007640     END-IF.
007650     IF FXR-BUS-DATE < WS-FX-LOW-DATE
007660         OR FXR-BUS-DATE > WS-FX-HIGH-DATE
007670         GO TO 2410-EXIT
007680     END-IF.
007690     MOVE FXR-BUS-DATE TO WS-FX-DATE.
007700     MOVE FXR-CURRENCY TO WS-FX-CURRENCY.
007710     PERFORM 2420-FIND-FX-PARA THRU 2420-EXIT.
007720     IF FXT-FOUND-SUB > 0
007730         MOVE FXR-RATE TO FXT-RATE(FXT-FOUND-SUB)
007740         GO TO 2410-EXIT
007750     END-IF.
007760     IF FXT-COUNT NOT < FXT-MAX-ROWS
007770         ADD 1 TO FXT-FULL-COUNT
007780         GO TO 2410-EXIT
007790     END-IF.
007800     ADD 1 TO FXT-COUNT.
007810     MOVE FXR-BUS-DATE TO FXT-BUS-DATE(FXT-COUNT).
007820     MOVE FXR-CURRENCY TO FXT-CURRENCY(FXT-COUNT).
007830     MOVE FXR-RATE TO FXT-RATE(FXT-COUNT).
007840 2410-EXIT.
007850     EXIT.
007860*----------------------------------------------------------------
007870* 2420-FIND-FX-PARA - SET FXT-FOUND-SUB TO THE RATE TABLE ROW FOR
007880*     WS-FX-DATE AND WS-FX-CURRENCY. ZERO MEANS NO RATE. THE ROW
007890*     FOUND LAST TIME IS TRIED FIRST.
007900*----------------------------------------------------------------
007910 2420-FIND-FX-PARA.
007920     IF FXT-FOUND-SUB > 0
007930         IF FXT-BUS-DATE(FXT-FOUND-SUB) = WS-FX-DATE
007940             AND FXT-CURRENCY(FXT-FOUND-SUB) = WS-FX-CURRENCY
007950             GO TO 2420-EXIT
007960         END-IF
007970     END-IF.
007980     MOVE 0 TO FXT-FOUND-SUB.
007990     PERFORM VARYING FXT-SUB FROM 1 BY 1
008000         UNTIL FXT-SUB > FXT-COUNT OR FXT-FOUND-SUB > 0
008010         IF FXT-BUS-DATE(FXT-SUB) = WS-FX-DATE
008020             AND FXT-CURRENCY(FXT-SUB) = WS-FX-CURRENCY
008030             MOVE FXT-SUB TO FXT-FOUND-SUB
008040         END-IF
008050     END-PERFORM.
008060 2420-EXIT.
008070     EXIT.
008080*----------------------------------------------------------------
008090* 2500-OPEN-REJECTS-PARA - COUNT EVERY REJECT STILL OPEN ON RCYIN
008100*     TODAY AGAINST EACH TABLED DEACT OF ITS DEPARTMENT MADE
008110*     AFTER THE REJECT'S BUSINESS DATE - IT WAS ALREADY OPEN WHEN
008120*     THE DEPARTMENT WAS DEACTIVATED AND HAS NEVER BEEN CLOSED.
008130*----------------------------------------------------------------
008140 2500-OPEN-REJECTS-PARA.
008150     IF DX-COUNT = 0
008160         GO TO 2500-EXIT
008170     END-IF.
008180     PERFORM 2600-READ-REJECT-PARA THRU 2600-EXIT
008190         UNTIL RCY-EOF.
008200 2500-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------
008230* 2600-READ-REJECT-PARA - READ ONE RECYCLE RECORD AND, IF IT IS
008240*     STILL OPEN, COUNT IT AGAINST THE DEACTS IT PRE-DATES.
008250*----------------------------------------------------------------
008260 2600-READ-REJECT-PARA.
008270     READ RCY-FILE
008280         AT END
008290             GO TO 2600-EXIT
008300     END-READ.
008310     IF NOT RCY-STATUS-OPEN
008320         GO TO 2600-EXIT
008330     END-IF.
008340     ADD 1 TO OPEN-REJECT-COUNT.
008350     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > DX-COUNT
008360         SET DX-IDX TO IDX
008370         IF DX-DEPT(DX-IDX) = RCY-DEPT
008380             AND RCY-BUS-DATE < DX-DATE(DX-IDX)
008390             ADD 1 TO DX-OPEN-COUNT(DX-IDX)
008400         END-IF
008410     END-PERFORM.
008420 2600-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------
008450* 3000-REPORT-PARA - SECOND PASS OF THE JOURNAL: LIST EVERY
008460*     SELECTED RECORD WITH ITS BEFORE AND AFTER IMAGES AND ANY
008470*     FLAG RAISED AGAINST IT.
008480*----------------------------------------------------------------
008490 3000-REPORT-PARA.
008500     OPEN INPUT JOURNAL-FILE.
008510     IF NOT JRN-OK
008520         DISPLAY 'PRG25L - UNABLE TO REOPEN PRG25JRN, STATUS = '
008530             WS-JRN-STATUS
008540         MOVE 16 TO RETURN-CODE
008550         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
008560         GO TO 9000-STOP-PARA
008570     END-IF.
008580     SET JRN-FILE-AVAILABLE TO TRUE.
008590     MOVE 0 TO DX-SUB.
008600     WRITE PRT-LINE FROM PRT-BLANK-LINE.
008610     WRITE PRT-LINE FROM PRT-COLUMN-LINE.
008620     PERFORM 3100-REPORT-ONE-PARA THRU 3100-EXIT
008630         UNTIL JRN-EOF.
008640     IF SELECTED-COUNT = 0
008650         WRITE PRT-LINE FROM PRT-NONE-LINE
008660     END-IF.
008670 3000-EXIT.
008680     EXIT.
008690*----------------------------------------------------------------
008700* 3100-REPORT-ONE-PARA - READ ONE JOURNAL RECORD AND, IF SELECTED,
008710*     PRINT IT.
008720*----------------------------------------------------------------
008730 3100-REPORT-ONE-PARA.
008740     READ JOURNAL-FILE
008750         AT END
008760             GO TO 3100-EXIT
008770     END-READ.
008780     PERFORM 2200-SELECT-PARA THRU 2200-EXIT.
008790     IF NOT JRN-SELECTED
008800         GO TO 3100-EXIT
008810     END-IF.
008820     ADD 1 TO SELECTED-COUNT.
008830     WRITE PRT-LINE FROM PRT-BLANK-LINE.
008840     MOVE JRN-DATE TO PJ-DATE.
008850     MOVE JRN-TIME TO TW-TIME.
008860     MOVE TW-HH TO TE-HH.
008870     MOVE TW-MM TO TE-MM.
008880     MOVE TW-SS TO TE-SS.
008890     MOVE TIME-EDIT TO PJ-TIME.
008900     MOVE JRN-JOB TO PJ-JOB.
008910     MOVE JRN-USER TO PJ-USER.
008920     MOVE JRN-PROGRAM TO PJ-PROGRAM.
008930     MOVE JRN-ACTION TO PJ-ACTION.
008940     MOVE JRN-KEY TO PJ-KEY.
008950     MOVE JRN-DEPT TO PJ-DEPT.
008960     IF JRN-BUS-DATE = 0
008970         MOVE SPACES TO PJ-BUS-DATE
008980     ELSE
008990         MOVE JRN-BUS-DATE TO PJ-DATE-EDIT
009000         MOVE PJ-DATE-EDIT TO PJ-BUS-DATE
009010     END-IF.
009020     MOVE SPACES TO PJ-CURRENCY.
009030     IF JRN-AMOUNT-KNOWN
009040         MOVE JRN-AMOUNT TO PJ-AMOUNT
009050         IF JRN-FROM-REJECT-CORR
009060             MOVE JBR-CURRENCY TO PJ-CURRENCY
009070         END-IF
009080     ELSE
009090         IF JRN-AMOUNT-UNREADABLE
009100             MOVE '   UNREADABLE' TO PJ-AMOUNT-X
009110         ELSE
009120             MOVE SPACES TO PJ-AMOUNT-X
009130         END-IF
009140     END-IF.
009150     WRITE PRT-LINE FROM PRT-JRN-LINE.
009160     IF JRN-FROM-DEPT-MAINT
009170         PERFORM 3200-DEPT-IMAGE-PARA THRU 3200-EXIT
009180     ELSE
009190         PERFORM 3300-REJECT-IMAGE-PARA THRU 3300-EXIT
009200     END-IF.
009210     IF JRN-FROM-REJECT-CORR AND JRN-ACTION-WRITEOFF
009220         PERFORM 3500-WRITEOFF-FLAG-PARA THRU 3500-EXIT
009230     END-IF.
009240     IF JRN-FROM-DEPT-MAINT AND JRN-ACTION-DEACT
009250         PERFORM 3600-DEACT-FLAG-PARA THRU 3600-EXIT
009260     END-IF.
009270 3100-EXIT.
009280     EXIT.
009290*----------------------------------------------------------------
009300* 3200-DEPT-IMAGE-PARA - PRINT THE DEPARTMENT BEFORE AND AFTER
009310*     IMAGES. AN ADD HAS NO BEFORE IMAGE.
009320*----------------------------------------------------------------
009330 3200-DEPT-IMAGE-PARA.
009340     IF JRN-BEFORE = SPACES
009350         MOVE 'BEFORE: ' TO PX-LABEL
009360         WRITE PRT-LINE FROM PRT-NO-IMAGE-LINE
009370     ELSE
009380         MOVE 'BEFORE: ' TO PD-LABEL
009390         MOVE JBD-NAME TO PD-NAME
009400         MOVE JBD-ACTIVE-FLAG TO PD-ACTIVE-FLAG
009410         MOVE JBD-ANALYST TO PD-ANALYST
009420         MOVE JBD-DIVISION TO PD-DIVISION
009430         WRITE PRT-LINE FROM PRT-DEPT-IMAGE-LINE
009440     END-IF.
009450     MOVE 'AFTER:  ' TO PD-LABEL.
009460     MOVE JAD-NAME TO PD-NAME.
009470     MOVE JAD-ACTIVE-FLAG TO PD-ACTIVE-FLAG.
009480     MOVE JAD-ANALYST TO PD-ANALYST.
009490     MOVE JAD-DIVISION TO PD-DIVISION.
009500     WRITE PRT-LINE FROM PRT-DEPT-IMAGE-LINE.
009510 3200-EXIT.
009520     EXIT.
009530*----------------------------------------------------------------
009540* 3300-REJECT-IMAGE-PARA - PRINT THE REJECT BEFORE AND AFTER
009550*     IMAGES.
009560*----------------------------------------------------------------
009570 3300-REJECT-IMAGE-PARA.
009580     MOVE 'BEFORE: ' TO PR-LABEL.
009590     MOVE JBR-STATUS TO WS-STATUS-CODE.
009600     PERFORM 3400-STATUS-WORD-PARA THRU 3400-EXIT.
009610     MOVE JBR-REASON-CODE TO PR-REASON-CODE.
009620     MOVE JBR-REC-TYPE TO PR-REC-TYPE.
009630     MOVE JBR-RAW-VALUE TO PR-RAW-VALUE.
009640     MOVE JBR-CORR-VALUE TO PR-CORR-VALUE.
009650     MOVE JBR-AMT-RAW TO PR-AMT-RAW.
009660     MOVE JBR-AMT-CORR TO PR-AMT-CORR.
009670     MOVE JBR-SOURCE-ID TO PR-SOURCE-ID.
009680     MOVE JBR-CURRENCY TO PR-CURRENCY.
009690     WRITE PRT-LINE FROM PRT-REJECT-IMAGE-LINE.
009700     MOVE 'AFTER:  ' TO PR-LABEL.
009710     MOVE JAR-STATUS TO WS-STATUS-CODE.
009720     PERFORM 3400-STATUS-WORD-PARA THRU 3400-EXIT.
009730     MOVE JAR-REASON-CODE TO PR-REASON-CODE.
009740     MOVE JAR-REC-TYPE TO PR-REC-TYPE.
009750     MOVE JAR-RAW-VALUE TO PR-RAW-VALUE.
009760     MOVE JAR-CORR-VALUE TO PR-CORR-VALUE.
009770     MOVE JAR-AMT-RAW TO PR-AMT-RAW.
009780     MOVE JAR-AMT-CORR TO PR-AMT-CORR.
009790     MOVE JAR-SOURCE-ID TO PR-SOURCE-ID.
009800     MOVE JAR-CURRENCY TO PR-CURRENCY.
009810     WRITE PRT-LINE FROM PRT-REJECT-IMAGE-LINE.
009820 3300-EXIT.
009830     EXIT.
009840*----------------------------------------------------------------
009850* 3400-STATUS-WORD-PARA - SPELL OUT THE REJECT STATUS BYTE IN
009860*     WS-STATUS-CODE INTO PR-STATUS.
009870*----------------------------------------------------------------
009880 3400-STATUS-WORD-PARA.
009890     MOVE WS-STATUS-CODE TO PR-STATUS.
009900     IF WS-STATUS-CODE = 'O'
009910         MOVE 'OPEN' TO PR-STATUS
009920     END-IF.
009930     IF WS-STATUS-CODE = 'C'
009940         MOVE 'CORRECTED' TO PR-STATUS
009950     END-IF.
009960     IF WS-STATUS-CODE = 'R'
009970         MOVE 'RESUBMITTED' TO PR-STATUS
009980     END-IF.
009990     IF WS-STATUS-CODE = 'W'
010000         MOVE 'WRITTEN OFF' TO PR-STATUS
010010     END-IF.
010020 3400-EXIT.
010030     EXIT.
010040*----------------------------------------------------------------
010050* 3500-WRITEOFF-FLAG-PARA - COUNT THE WRITE-OFF, CONVERT ITS
010060*     AMOUNT TO THE BASE CURRENCY, AND FLAG IT WHEN THE CONVERTED
010070*     AMOUNT, EITHER SIGN, IS ABOVE THE LIMIT, OR WHEN THE AMOUNT
010080*     COULD NOT BE READ OR HAS NO EXCHANGE RATE. A TWO-DIGIT VALUE
010090*     REJECT CARRIES NO AMOUNT AND IS NEVER FLAGGED.
010100*----------------------------------------------------------------
010110 3500-WRITEOFF-FLAG-PARA.
010120     ADD 1 TO WRITEOFF-COUNT.
010130     MOVE SPACES TO PF-COUNT-X.
010140     IF JRN-AMOUNT-UNREADABLE
010150         ADD 1 TO WRITEOFF-UNREAD-COUNT
010160         MOVE 'WRITE-OFF AMOUNT UNREADABLE - SEE BEFORE IMAGE'
010170             TO PF-TEXT
010180         WRITE PRT-LINE FROM PRT-FLAG-LINE
010190         GO TO 3500-EXIT
010200     END-IF.
010210     IF NOT JRN-AMOUNT-KNOWN
010220         GO TO 3500-EXIT
010230     END-IF.
010240     PERFORM 3550-FX-CONVERT-PARA THRU 3550-EXIT.
010250     IF NOT WRITEOFF-RATED
010260         ADD 1 TO WRITEOFF-NORATE-COUNT
010270         MOVE 'WRITE-OFF HAS NO EXCHANGE RATE FOR ITS DATE'
010280             TO PF-TEXT
010290         WRITE PRT-LINE FROM PRT-FLAG-LINE
010300         GO TO 3500-EXIT
010310     END-IF.
010320     ADD WS-BASE-AMOUNT TO WRITEOFF-TOTAL.
010330     PERFORM 3560-CURRENCY-POST-PARA THRU 3560-EXIT.
010340     IF WS-BASE-AMOUNT < 0
010350         COMPUTE WS-AMT-ABS = 0 - WS-BASE-AMOUNT
010360     ELSE
010370         MOVE WS-BASE-AMOUNT TO WS-AMT-ABS
010380     END-IF.
010390     IF WS-AMT-ABS > WS-AMT-LIMIT
010400         ADD 1 TO WRITEOFF-OVER-COUNT
010410         MOVE 'WRITE-OFF ABOVE THE AMOUNT LIMIT' TO PF-TEXT
010420         WRITE PRT-LINE FROM PRT-FLAG-LINE
010430     END-IF.
010440 3500-EXIT.
010450     EXIT.
010460*----------------------------------------------------------------
010470* 3550-FX-CONVERT-PARA - CONVERT THE WRITE-OFF AMOUNT TO THE BASE
010480*     CURRENCY AT THE RATE FOR ITS CURRENCY AND BUSINESS DATE, AND
010490*     SET WRITEOFF-RATED WHEN THAT COULD BE DONE. A BLANK CURRENCY
010500*     IS THE BASE CURRENCY. A CONVERTED AMOUNT TOO LARGE TO HOLD
010510*     IS TREATED AS HAVING NO RATE.
010520*----------------------------------------------------------------
010530 3550-FX-CONVERT-PARA.
010540     MOVE 'N' TO WS-RATE-SW.
010550     MOVE JBR-CURRENCY TO WS-FX-CURRENCY.
010560     IF WS-FX-CURRENCY = SPACES
010570         MOVE WS-BASE-CURRENCY TO WS-FX-CURRENCY
010580     END-IF.
010590     IF WS-FX-CURRENCY = WS-BASE-CURRENCY
010600         MOVE JRN-AMOUNT TO WS-BASE-AMOUNT
010610         SET WRITEOFF-RATED TO TRUE
010620         GO TO 3550-EXIT
010630     END-IF.
010640     MOVE JRN-BUS-DATE TO WS-FX-DATE.
010650     PERFORM 2420-FIND-FX-PARA THRU 2420-EXIT.
010660     IF FXT-FOUND-SUB = 0
010670         GO TO 3550-EXIT
010680     END-IF.
010690     COMPUTE WS-BASE-AMOUNT ROUNDED =
010700         JRN-AMOUNT * FXT-RATE(FXT-FOUND-SUB)
010710         ON SIZE ERROR
010720             GO TO 3550-EXIT
010730     END-COMPUTE.
010740     SET WRITEOFF-RATED TO TRUE.
010750 3550-EXIT.
010760     EXIT.
010770*----------------------------------------------------------------
010780* 3560-CURRENCY-POST-PARA - POST ONE CONVERTED WRITE-OFF TO ITS
010790*     CURRENCY'S ROW OF THE CURRENCY TABLE - ITS AMOUNT AS
010800*     RECORDED AND AS CONVERTED - ADDING THE ROW ON FIRST SIGHT OF
010810*     THE CURRENCY. A WRITE-OFF IN MORE CURRENCIES THAN THE TABLE
010820*     HOLDS IS LEFT OUT OF THE SUBTOTALS ONLY, AND COUNTED.
010830*----------------------------------------------------------------
010840 3560-CURRENCY-POST-PARA.
010850     MOVE 0 TO CUR-FOUND-SUB.
010860     PERFORM VARYING CUR-SUB FROM 1 BY 1
010870         UNTIL CUR-SUB > CUR-COUNT OR CUR-FOUND-SUB > 0
010880         IF CUR-CODE(CUR-SUB) = WS-FX-CURRENCY
010890             MOVE CUR-SUB TO CUR-FOUND-SUB
010900         END-IF
010910     END-PERFORM.
010920     IF CUR-FOUND-SUB = 0
010930         IF CUR-COUNT NOT < CUR-MAX-ROWS
010940             ADD 1 TO CUR-OVERFLOW-COUNT
010950             GO TO 3560-EXIT
010960         END-IF
010970         ADD 1 TO CUR-COUNT
010980         MOVE CUR-COUNT TO CUR-FOUND-SUB
010990         MOVE WS-FX-CURRENCY TO CUR-CODE(CUR-FOUND-SUB)
011000         MOVE 0 TO CUR-VALID-COUNT(CUR-FOUND-SUB)
011010         MOVE 0 TO CUR-ORIG-SUM(CUR-FOUND-SUB)
011020         MOVE 0 TO CUR-BASE-SUM(CUR-FOUND-SUB)
011030         MOVE 0 TO CUR-RATE(CUR-FOUND-SUB)
011040     END-IF.
011050     ADD 1 TO CUR-VALID-COUNT(CUR-FOUND-SUB).
011060     ADD JRN-AMOUNT TO CUR-ORIG-SUM(CUR-FOUND-SUB).
011070     ADD WS-BASE-AMOUNT TO CUR-BASE-SUM(CUR-FOUND-SUB).
011080 3560-EXIT.
011090     EXIT.
011100*----------------------------------------------------------------
011110* 3600-DEACT-FLAG-PARA - FLAG THE DEACT WHEN THE DEPARTMENT STILL
011120*     HAD OPEN REJECTS. SELECTED DEACTS COME BACK IN THE SAME
011130*     ORDER THEY WERE TABLED, SO DX-SUB FOLLOWS THE TABLE ROW.
011140*----------------------------------------------------------------
011150 3600-DEACT-FLAG-PARA.
011160     ADD 1 TO DEACT-COUNT.
011170     ADD 1 TO DX-SUB.
011180     IF DX-SUB > DX-COUNT
011190         MOVE SPACES TO PF-COUNT-X
011200         MOVE 'NOT CHECKED FOR OPEN REJECTS - DEACT TABLE FULL'
011210             TO PF-TEXT
011220         WRITE PRT-LINE FROM PRT-FLAG-LINE
011230         GO TO 3600-EXIT
011240     END-IF.
011250     SET DX-IDX TO DX-SUB.
011260     IF DX-OPEN-COUNT(DX-IDX) > 0
011270         ADD 1 TO DEACT-FLAG-COUNT
011280         MOVE 'DEACTIVATED WITH OPEN REJECTS FROM EARLIER DATES:'
011290             TO PF-TEXT
011300         MOVE DX-OPEN-COUNT(DX-IDX) TO PF-COUNT
011310         WRITE PRT-LINE FROM PRT-FLAG-LINE
011320     END-IF.
011330 3600-EXIT.
011340     EXIT.
011350*----------------------------------------------------------------
011360* 6000-SUMMARY-PARA - PRINT THE RUN TOTALS AND SET THE RETURN
011370*     CODE: 4 FOR A CARD ERROR OR ANY FLAG, 8 WHEN THE DEACT TABLE
011380*     FILLED AND SOME DEACTS WENT UNCHECKED.
011390*----------------------------------------------------------------
011400 6000-SUMMARY-PARA.
011410     WRITE PRT-LINE FROM PRT-BLANK-LINE.
011420     MOVE 'CARDS PROCESSED' TO PN-LABEL.
011430     MOVE CARD-COUNT TO PN-COUNT.
011440     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011450     MOVE 'CARDS IN ERROR' TO PN-LABEL.
011460     MOVE CARD-ERR-COUNT TO PN-COUNT.
011470     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011480     MOVE 'JOURNAL RECORDS READ' TO PN-LABEL.
011490     MOVE JRN-READ-COUNT TO PN-COUNT.
011500     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011510     MOVE 'JOURNAL RECORDS SELECTED' TO PN-LABEL.
011520     MOVE SELECTED-COUNT TO PN-COUNT.
011530     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011540     MOVE 'WRITE-OFFS SELECTED' TO PN-LABEL.
011550     MOVE WRITEOFF-COUNT TO PN-COUNT.
011560     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011570     MOVE 'AMOUNT WRITTEN OFF (BASE)' TO PV-LABEL.
011580     MOVE WRITEOFF-TOTAL TO PV-AMOUNT.
011590     WRITE PRT-LINE FROM PRT-VALUE-LINE.
011600     PERFORM 6100-CURRENCY-PARA THRU 6100-EXIT.
011610     MOVE 'WRITE-OFFS ABOVE AMOUNT LIMIT' TO PN-LABEL.
011620     MOVE WRITEOFF-OVER-COUNT TO PN-COUNT.
011630     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011640     MOVE 'WRITE-OFFS AMOUNT UNREADABLE' TO PN-LABEL.
011650     MOVE WRITEOFF-UNREAD-COUNT TO PN-COUNT.
011660     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011670     MOVE 'WRITE-OFFS WITH NO RATE' TO PN-LABEL.
011680     MOVE WRITEOFF-NORATE-COUNT TO PN-COUNT.
011690     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011700     MOVE 'DEACTS SELECTED' TO PN-LABEL.
011710     MOVE DEACT-COUNT TO PN-COUNT.
011720     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011730     MOVE 'DEACTS WITH OPEN REJECTS' TO PN-LABEL.
011740     MOVE DEACT-FLAG-COUNT TO PN-COUNT.
011750     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011760     MOVE 'DEACTS NOT CHECKED' TO PN-LABEL.
011770     MOVE DEACT-UNCHECKED-COUNT TO PN-COUNT.
011780     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011790     MOVE 'OPEN REJECTS READ' TO PN-LABEL.
011800     MOVE OPEN-REJECT-COUNT TO PN-COUNT.
011810     WRITE PRT-LINE FROM PRT-COUNT-LINE.
011820     IF CARD-ERR-COUNT > 0 OR WRITEOFF-OVER-COUNT > 0
011830         OR WRITEOFF-UNREAD-COUNT > 0 OR DEACT-FLAG-COUNT > 0
011840         OR WRITEOFF-NORATE-COUNT > 0
011850         MOVE 4 TO RETURN-CODE
011860     END-IF.
011870     IF DEACT-UNCHECKED-COUNT > 0
011880         MOVE 8 TO RETURN-CODE
011890     END-IF.
011900 6000-EXIT.
011910     EXIT.
011920*----------------------------------------------------------------
011930* 6100-CURRENCY-PARA - PRINT THE WRITE-OFF SUBTOTAL FOR EACH
011940*     CURRENCY UNDER THE BASE-CURRENCY TOTAL, AS RECORDED AND AS
011950*     CONVERTED.
011960*----------------------------------------------------------------
011970 6100-CURRENCY-PARA.
011980     PERFORM VARYING CUR-SUB FROM 1 BY 1 UNTIL CUR-SUB > CUR-COUNT
011990         MOVE CUR-CODE(CUR-SUB) TO PY-CURRENCY
012000         MOVE CUR-ORIG-SUM(CUR-SUB) TO PY-ORIG-AMOUNT
012010         MOVE CUR-BASE-SUM(CUR-SUB) TO PY-BASE-AMOUNT
012020         WRITE PRT-LINE FROM PRT-CCY-LINE
012030     END-PERFORM.
012040     IF CUR-OVERFLOW-COUNT > 0
012050         MOVE 'WRITE-OFFS NOT SUBTOTALLED' TO PN-LABEL
012060         MOVE CUR-OVERFLOW-COUNT TO PN-COUNT
012070         WRITE PRT-LINE FROM PRT-COUNT-LINE
012080     END-IF.
012090 6100-EXIT.
012100     EXIT.
012110*----------------------------------------------------------------
012120* 8000-CLOSE-PARA - CLOSE WHATEVER WAS OPENED.
012130*----------------------------------------------------------------
012140 8000-CLOSE-PARA.
012150     IF JRN-FILE-AVAILABLE
012160         CLOSE JOURNAL-FILE
012170     END-IF.
012180     IF RCY-FILE-AVAILABLE
012190         CLOSE RCY-FILE
012200     END-IF.
012210     IF CARD-FILE-AVAILABLE
012220         CLOSE CARD-FILE
012230     END-IF.
012240     IF PRT-FILE-AVAILABLE
012250         CLOSE PRINT-FILE
012260     END-IF.
012270 8000-EXIT.
012280     EXIT.
012290 9000-STOP-PARA.
012300     STOP RUN.
