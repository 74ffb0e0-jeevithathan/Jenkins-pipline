000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRG25N.
000030 AUTHOR. J MCALLISTER.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ---------------------------------------------
000120* 10/15/2026  JM   ORIGINAL PROGRAM - PER-ANALYST DISTRIBUTION
000130*                  PACKAGE. GROUPS THE DEPARTMENTS ON PRG25DPT
000140*                  BY THEIR OWNING ANALYST (DPT-ANALYST) AND
000150*                  PRINTS ONE SECTION PER ANALYST COVERING LAST
000160*                  NIGHT'S RESULTS FROM PRG25RES, EACH
000170*                  DEPARTMENT'S TOLERANCE BREACHES, AND ITS OPEN
000180*                  REJECTS FROM THE RECYCLE MASTER WITH THEIR
000190*                  AGES AND REASON CODES. DEPARTMENTS WITH NO
000200*                  ANALYST, AND DEPARTMENTS SEEN ON THE RESULTS
000210*                  OR REJECTS BUT NOT ON THE MASTER, GET THEIR
000220*                  OWN SECTION SO OWNERSHIP GAPS SHOW UP.
000222* 10/15/2026  JM   AN OPEN REJECT'S LINE NOW SHOWS THE CURRENCY OF
000224*                  ITS AMOUNT, AND REASON XR (NO EXCHANGE RATE) IS
000226*                  SPELLED OUT.
000230*----------------------------------------------------------------
000240* CONTROL CARDS (ANLCTL):
000250*   COLS 1-8   ACTION - 'RUNDATE' OR 'AGELIMIT'
000260*   RUNDATE:   COLS 10-17 RUN DATE (YYYYMMDD). THE PACKAGE
000270*              REPORTS THE LATEST PRG25 RUN ON OR BEFORE IT.
000280*              WITHOUT A RUNDATE CARD THE CURRENT DATE IS USED,
000290*              WHICH PICKS UP LAST NIGHT'S RUN.
000300*   AGELIMIT:  COLS 10-12 AGE LIMIT IN DAYS (DEFAULT 007), AS
000310*              ON THE PRG25C AGELIMIT CARD. AN OPEN REJECT
000320*              OLDER THAN THE LIMIT IS A BREACH FOR ITS
000330*              DEPARTMENT.
000340*   COMMENT:   '*' IN COL 1 IS IGNORED
000350* TOLERANCES ARE READ FROM THE PRG25 PARAMETER DATASET
000360* (REJECT-PCT-WARN/FAIL, MAX-MOVE-WARN/FAIL) AND RATED PER
000370* DEPARTMENT - REJECT PERCENTAGE OF LAST NIGHT'S ENTRIES, AND
000380* MOVEMENT IN MAX AGAINST THE DEPARTMENT'S PRIOR RESULTS.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DEPT-FILE ASSIGN TO PRG25DPT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-DPT-STATUS.
000460     SELECT RESULTS-FILE ASSIGN TO PRG25RES
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RES-KEY
000500         FILE STATUS IS WS-RES-STATUS.
000510     SELECT RCY-IN-FILE ASSIGN TO RCYIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RCYIN-STATUS.
000540     SELECT OPTIONAL PARM-FILE ASSIGN TO PRG25PRM
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-PRM-STATUS.
000570     SELECT CARD-FILE ASSIGN TO ANLCTL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-CARD-STATUS.
000600     SELECT PRINT-FILE ASSIGN TO ANLRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-PRT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  DEPT-FILE
000660     RECORDING MODE IS F.
000670     COPY PRG25DPT.
000680 FD  RESULTS-FILE.
000690     COPY PRG25RES.
000700 FD  RCY-IN-FILE
000710     RECORDING MODE IS F.
000720     COPY PRG25RCY.
000730 FD  PARM-FILE
000740     RECORDING MODE IS F.
000750 01  PRM-RECORD.
000760     05  PRM-KEYWORD             PIC X(20).
000770     05  PRM-VALUE               PIC X(12).
000780     05  FILLER                  PIC X(48).
000790 FD  CARD-FILE
000800     RECORDING MODE IS F.
000810 01  CARD-RECORD.
000820     05  NC-ACTION               PIC X(8).
000830         88  NC-ACTION-RUNDATE           VALUE 'RUNDATE'.
000840         88  NC-ACTION-AGELIMIT          VALUE 'AGELIMIT'.
000850     05  FILLER                  PIC X(1).
000860     05  NC-VALUE                PIC X(8).
000870     05  FILLER                  PIC X(63).
000880 01  CARD-DATE-RECORD REDEFINES CARD-RECORD.
000890     05  FILLER                  PIC X(9).
000900     05  NC-RUN-DATE             PIC 9(8).
000910     05  FILLER                  PIC X(63).
000920 01  CARD-AGE-RECORD REDEFINES CARD-RECORD.
000930     05  FILLER                  PIC X(9).
000940     05  NC-AGE-LIMIT            PIC 9(3).
000950     05  FILLER                  PIC X(68).
000960 FD  PRINT-FILE
000970     RECORDING MODE IS F.
000980 01  PRT-LINE                    PIC X(132).
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001010* DEPARTMENT TABLE - THE MASTER'S DEPARTMENTS FIRST, THEN ANY
001020*     DEPARTMENT SEEN ON LAST NIGHT'S RESULTS OR THE OPEN
001030*     REJECTS THAT IS NOT ON THE MASTER (DT-ON-MASTER 'N').
001040*     DT-RES-DATE IS THE RUN DATE OF THE LATEST RESULTS RECORD
001050*     ON OR BEFORE THE REPORT DATE; DT-PRIOR- IS THE ONE BEFORE.
001060*----------------------------------------------------------------
001070 01  DEPT-TABLE.
001080     05  DEPT-COUNT              PIC 9(3) VALUE 0.
001090     05  DEPT-ENTRY              OCCURS 300 TIMES
001100         INDEXED BY DEPT-IDX.
001110         10  DT-CODE             PIC X(4).
001120         10  DT-NAME             PIC X(20).
001130         10  DT-ACTIVE-FLAG      PIC X(1).
001140             88  DT-INACTIVE             VALUE 'I'.
001150         10  DT-ANALYST          PIC X(20).
001160         10  DT-DIVISION         PIC X(4).
001170         10  DT-ON-MASTER        PIC X(1).
001180             88  DT-IS-ON-MASTER         VALUE 'Y'.
001190         10  DT-RES-DATE         PIC 9(8).
001200         10  DT-VALID-COUNT      PIC 9(7).
001210         10  DT-MAX              PIC S9(7)V99.
001220         10  DT-MIN              PIC S9(7)V99.
001230         10  DT-AVERAGE          PIC S9(7)V99.
001240         10  DT-VALID-DATA       PIC X(1).
001250             88  DT-DATA-VALID           VALUE 'Y'.
001260         10  DT-RESTATED-FLAG    PIC X(1).
001270             88  DT-RESTATED             VALUE 'R'.
001280         10  DT-PRIOR-DATE       PIC 9(8).
001290         10  DT-PRIOR-MAX        PIC S9(7)V99.
001300         10  DT-PRIOR-VALID      PIC X(1).
001310             88  DT-PRIOR-DATA-VALID     VALUE 'Y'.
001320         10  DT-LAST-REJECTS     PIC 9(7).
001330         10  DT-OPEN-COUNT       PIC 9(7).
001340         10  DT-OVERAGE-COUNT    PIC 9(7).
001350 01  ANALYST-TABLE.
001360     05  ANALYST-COUNT           PIC 9(3) VALUE 0.
001370     05  ANALYST-ENTRY           OCCURS 201 TIMES
001380         INDEXED BY AN-IDX.
001390         10  AN-NAME             PIC X(20).
001400         10  AN-DEPT-COUNT       PIC 9(5).
001410         10  AN-BREACH-COUNT     PIC 9(5).
001420         10  AN-OPEN-COUNT       PIC 9(7).
001430 01  REJECT-TABLE.
001440     05  REJECT-COUNT            PIC 9(5) VALUE 0.
001450     05  REJECT-ENTRY            OCCURS 50000 TIMES
001460         INDEXED BY RJ-IDX.
001470         10  RJ-DEPT-SUB         PIC 9(3).
001480         10  RJ-RUN-NUMBER       PIC 9(4).
001490         10  RJ-ENTRY-NO         PIC 9(7).
001500         10  RJ-BUS-DATE         PIC 9(8).
001510         10  RJ-REASON-CODE      PIC X(2).
001520         10  RJ-SOURCE-ID        PIC X(8).
001530         10  RJ-VALUE            PIC X(10).
001535         10  RJ-CURRENCY         PIC X(3).
001540         10  RJ-DAYS-OPEN        PIC 9(5).
001550 77  DEPT-SUB                    PIC 9(3) VALUE 0.
001560 77  FOUND-SUB                   PIC 9(3) VALUE 0.
001570 77  AN-SUB                      PIC 9(3) VALUE 0.
001580 77  AN-FOUND-SUB                PIC 9(3) VALUE 0.
001590 77  RJ-SUB                      PIC 9(5) VALUE 0.
001600 77  DEPT-MASTER-COUNT           PIC 9(3) VALUE 0.
001610 77  DEPT-SKIP-COUNT             PIC 9(5) VALUE 0.
001620 77  NO-ANALYST-COUNT            PIC 9(3) VALUE 0.
001630 77  NOT-ON-MASTER-COUNT         PIC 9(3) VALUE 0.
001640 77  UNPLACED-COUNT              PIC 9(7) VALUE 0.
001650 77  RESULTS-READ                PIC 9(7) VALUE 0.
001660 77  RESULTS-REPORTED            PIC 9(5) VALUE 0.
001670 77  RCY-READ                    PIC 9(7) VALUE 0.
001680 77  OPEN-READ                   PIC 9(7) VALUE 0.
001690 77  OVERAGE-TOTAL               PIC 9(7) VALUE 0.
001700 77  OVERFLOW-COUNT              PIC 9(7) VALUE 0.
001710 77  BREACH-TOTAL                PIC 9(5) VALUE 0.
001720 77  DEPT-BREACHES               PIC 9(2) VALUE 0.
001730 77  LISTED-COUNT                PIC 9(7) VALUE 0.
001740 77  SECTION-DEPTS               PIC 9(5) VALUE 0.
001750 77  SECTION-BREACHES            PIC 9(5) VALUE 0.
001760 77  SECTION-OPEN                PIC 9(7) VALUE 0.
001770 77  WS-DEPT-KEY                 PIC X(4) VALUE SPACES.
001780 77  WS-ADD-UNKNOWN              PIC X(01) VALUE 'N'.
001790     88  ADD-UNKNOWN-DEPT                 VALUE 'Y'.
001800 77  WS-LAST-NIGHT               PIC X(01) VALUE 'N'.
001810     88  LAST-NIGHT-REJECT                VALUE 'Y'.
001820 77  WS-RES-SWEEP                PIC X(01) VALUE 'N'.
001830     88  RES-SWEEP-DONE                   VALUE 'Y'.
001840 77  WS-HAS-RESULT               PIC X(01) VALUE 'N'.
001850     88  DEPT-HAS-RESULT                  VALUE 'Y'.
001860 77  WS-CURRENT-DATE             PIC 9(8) VALUE 0.
001870 77  WS-TARGET-DATE              PIC 9(8) VALUE 0.
001880 77  WS-REPORT-DATE              PIC 9(8) VALUE 0.
001890 77  WS-REPORT-RUN               PIC 9(4) VALUE 0.
001900 77  WS-REPORT-BUS-DATE          PIC 9(8) VALUE 0.
001910 77  WS-AGE-LIMIT                PIC 9(3) VALUE 7.
001920 77  WS-REJ-PCT-WARN             PIC 9(3) VALUE 20.
001930 77  WS-REJ-PCT-FAIL             PIC 9(3) VALUE 40.
001940 77  WS-MAX-MOVE-WARN            PIC 9(7) VALUE 20.
001950 77  WS-MAX-MOVE-FAIL            PIC 9(7) VALUE 40.
001960 77  WS-REJ-PCT                  PIC 9(3)V9 VALUE 0.
001970 77  WS-REJ-BASE                 PIC 9(8) VALUE 0.
001980 77  WS-MAX-MOVE-AMT             PIC S9(8)V99 VALUE 0.
001990 77  DAYS-OPEN                   PIC S9(5) VALUE 0.
002000 77  WS-TODAY-SERIAL             PIC 9(7) VALUE 0.
002010 77  WS-DATE-SERIAL              PIC 9(7) VALUE 0.
002020 77  SER-YEARS                   PIC 9(4) VALUE 0.
002030 77  SER-QUOT                    PIC 9(4) VALUE 0.
002040 77  SER-REM                     PIC 9(4) VALUE 0.
002050 77  SER-LEAP-DAYS               PIC 9(4) VALUE 0.
002060 77  WS-LEAP-FLAG                PIC X(1) VALUE 'N'.
002070 01  SERIAL-DATE-WORK.
002080     05  SD-DATE                 PIC 9(8).
002090     05  SD-DATE-G REDEFINES SD-DATE.
002100         10  SD-YYYY             PIC 9(4).
002110         10  SD-MM               PIC 9(2).
002120         10  SD-DD               PIC 9(2).
002130 01  MONTH-OFFSET-VALUES.
002140     05  FILLER                  PIC X(36) VALUE
002150         '000031059090120151181212243273304334'.
002160 01  MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
002170     05  MONTH-OFFSET            PIC 9(3) OCCURS 12 TIMES.
002180 77  WS-DPT-STATUS               PIC X(02) VALUE SPACES.
002190     88  DPT-OK                            VALUE '00'.
002200     88  DPT-EOF                           VALUE '10'.
002210 77  WS-DPT-AVAILABLE            PIC X(01) VALUE 'N'.
002220     88  DPT-FILE-AVAILABLE               VALUE 'Y'.
002230 77  WS-RES-STATUS               PIC X(02) VALUE SPACES.
002240     88  RES-OK                            VALUE '00'.
002250     88  RES-EOF                           VALUE '10'.
002260 77  WS-RES-AVAILABLE            PIC X(01) VALUE 'N'.
002270     88  RES-FILE-AVAILABLE               VALUE 'Y'.
002280 77  WS-RCYIN-STATUS             PIC X(02) VALUE SPACES.
002290     88  RCYIN-OK                          VALUE '00'.
002300     88  RCYIN-EOF                         VALUE '10'.
002310 77  WS-RCYIN-AVAILABLE          PIC X(01) VALUE 'N'.
002320     88  RCYIN-FILE-AVAILABLE             VALUE 'Y'.
002330 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
002340     88  PRM-OK                            VALUE '00'.
002350     88  PRM-EOF                           VALUE '10'.
002360     88  PRM-NOT-FOUND                     VALUE '05' '35'.
002370 77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
002380     88  CARD-OK                           VALUE '00'.
002390     88  CARD-EOF                          VALUE '10'.
002400 77  WS-CARD-AVAILABLE           PIC X(01) VALUE 'N'.
002410     88  CARD-FILE-AVAILABLE              VALUE 'Y'.
002420 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
002430     88  PRT-OK                            VALUE '00'.
002440 77  WS-PRT-AVAILABLE            PIC X(01) VALUE 'N'.
002450     88  PRT-FILE-AVAILABLE               VALUE 'Y'.
002460 01  PRT-RULE-LINE               PIC X(132) VALUE ALL '='.
002470 01  PRT-BLANK-LINE              PIC X(132) VALUE SPACES.
002480 01  PRT-HEADER-LINE.
002490     05  FILLER                  PIC X(30) VALUE
002500         'PRG25N ANALYST DISTRIBUTION'.
002510     05  FILLER                  PIC X(09) VALUE 'ANALYST: '.
002520     05  PH-ANALYST              PIC X(20).
002530     05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
002540     05  PH-RUN-DATE             PIC 9(4)/99/99.
002550     05  FILLER                  PIC X(12) VALUE '  BUS DATE: '.
002560     05  PH-BUS-DATE             PIC 9(4)/99/99.
002570     05  FILLER                  PIC X(07) VALUE '  RUN: '.
002580     05  PH-RUN-NUMBER           PIC ZZZ9.
002590     05  FILLER                  PIC X(18) VALUE SPACES.
002600 01  PRT-TITLE-LINE.
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  PT-TITLE                PIC X(60).
002630     05  FILLER                  PIC X(70) VALUE SPACES.
002640 01  PRT-DEPT-LINE.
002650     05  FILLER                  PIC X(06) VALUE 'DEPT: '.
002660     05  PD-DEPT                 PIC X(4).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  PD-NAME                 PIC X(20).
002690     05  FILLER                  PIC X(12) VALUE '  DIVISION: '.
002700     05  PD-DIVISION             PIC X(4).
002710     05  FILLER                  PIC X(10) VALUE '  STATUS: '.
002720     05  PD-STATUS               PIC X(13).
002730     05  FILLER                  PIC X(61) VALUE SPACES.
002740 01  PRT-RESULT-LINE.
002750     05  FILLER                  PIC X(04) VALUE SPACES.
002760     05  FILLER                  PIC X(20) VALUE
002770         'LAST NIGHT - VALID: '.
002780     05  PR-VALID                PIC ZZZZZZ9.
002790     05  FILLER                  PIC X(07) VALUE '  MAX: '.
002800     05  PR-MAX                  PIC -ZZZZZZ9.99.
002810     05  FILLER                  PIC X(07) VALUE '  MIN: '.
002820     05  PR-MIN                  PIC -ZZZZZZ9.99.
002830     05  FILLER                  PIC X(07) VALUE '  AVG: '.
002840     05  PR-AVG                  PIC -ZZZZZZ9.99.
002850     05  FILLER                  PIC X(11) VALUE '  REJECTS: '.
002860     05  PR-REJECTS              PIC ZZZZZZ9.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  PR-RESTATED             PIC X(8).
002890     05  FILLER                  PIC X(19) VALUE SPACES.
002900 01  PRT-NO-RESULT-LINE.
002910     05  FILLER                  PIC X(04) VALUE SPACES.
002920     05  FILLER                  PIC X(47) VALUE
002930         'NO VALID RESULTS FOR THIS DEPARTMENT LAST NIGHT'.
002940     05  FILLER                  PIC X(11) VALUE '  REJECTS: '.
002950     05  PU-REJECTS              PIC ZZZZZZ9.
002960     05  FILLER                  PIC X(63) VALUE SPACES.
002970 01  PRT-BREACH-REJ-LINE.
002980     05  FILLER                  PIC X(04) VALUE SPACES.
002990     05  FILLER                  PIC X(26) VALUE
003000         'BREACH - REJECT PCT'.
003010     05  PB-REJ-PCT              PIC ZZ9.9.
003020     05  FILLER                  PIC X(22) VALUE
003030         ' EXCEEDS TOLERANCE'.
003040     05  PB-REJ-LIMIT            PIC ZZ9.
003050     05  FILLER                  PIC X(10) VALUE ' SEVERITY '.
003060     05  PB-REJ-SEVERITY         PIC X(7).
003070     05  FILLER                  PIC X(55) VALUE SPACES.
003080 01  PRT-BREACH-MOVE-LINE.
003090     05  FILLER                  PIC X(04) VALUE SPACES.
003100     05  FILLER                  PIC X(20) VALUE
003110         'BREACH - MAX MOVED'.
003120     05  PB-MOVE                 PIC ZZZZZZZ9.99.
003130     05  FILLER                  PIC X(17) VALUE
003140         ' FROM PRIOR MAX'.
003150     05  PB-PRIOR-MAX            PIC -ZZZZZZ9.99.
003160     05  FILLER                  PIC X(18) VALUE
003170         ' EXCEEDS TOLERANCE'.
003180     05  PB-MOVE-LIMIT           PIC ZZZZZZ9.
003190     05  FILLER                  PIC X(10) VALUE ' SEVERITY '.
003200     05  PB-MOVE-SEVERITY        PIC X(7).
003210     05  FILLER                  PIC X(27) VALUE SPACES.
003220 01  PRT-BREACH-AGE-LINE.
003230     05  FILLER                  PIC X(04) VALUE SPACES.
003240     05  FILLER                  PIC X(09) VALUE 'BREACH - '.
003250     05  PB-OVERAGE              PIC ZZZZZZ9.
003260     05  FILLER                  PIC X(33) VALUE
003270         ' OPEN REJECTS OVER THE AGE LIMIT '.
003280     05  PB-AGE-LIMIT            PIC ZZ9.
003290     05  FILLER                  PIC X(05) VALUE ' DAYS'.
003300     05  FILLER                  PIC X(71) VALUE SPACES.
003310 01  PRT-NO-BREACH-LINE.
003320     05  FILLER                  PIC X(04) VALUE SPACES.
003330     05  FILLER                  PIC X(24) VALUE
003340         'NO TOLERANCES BREACHED'.
003350     05  FILLER                  PIC X(104) VALUE SPACES.
003360 01  PRT-REJ-HEADER-LINE.
003370     05  FILLER                  PIC X(04) VALUE SPACES.
003380     05  FILLER                  PIC X(14) VALUE 'OPEN REJECTS: '.
003390     05  PJ-OPEN                 PIC ZZZZZZ9.
003400     05  FILLER                  PIC X(107) VALUE SPACES.
003410 01  PRT-REJ-COL-LINE.
003420     05  FILLER                  PIC X(39) VALUE
003430         '       RUN    ENTRY  BUS DATE    REASON'.
003440     05  FILLER                  PIC X(41) VALUE
003450         '                    DAYS  SOURCE    VALUE'.
003460     05  FILLER                  PIC X(09) VALUE '      CCY'.
003465     05  FILLER                  PIC X(43) VALUE SPACES.
003470 01  PRT-REJ-LINE.
003480     05  FILLER                  PIC X(06) VALUE SPACES.
003490     05  PJ-RUN                  PIC ZZZ9.
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  PJ-ENTRY                PIC ZZZZZZ9.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  PJ-BUS-DATE             PIC 9(4)/99/99.
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  PJ-REASON               PIC X(2).
003560     05  FILLER                  PIC X(01) VALUE SPACES.
003570     05  PJ-REASON-TEXT          PIC X(20).
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  PJ-DAYS                 PIC ZZZZ9.
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  PJ-SOURCE               PIC X(8).
003620     05  FILLER                  PIC X(02) VALUE SPACES.
003630     05  PJ-VALUE                PIC X(10).
003633     05  FILLER                  PIC X(01) VALUE SPACES.
003636     05  PJ-CURRENCY             PIC X(3).
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  PJ-FLAG                 PIC X(10).
003660     05  FILLER                  PIC X(31) VALUE SPACES.
003670 01  PRT-NO-REJ-LINE.
003680     05  FILLER                  PIC X(04) VALUE SPACES.
003690     05  FILLER                  PIC X(16) VALUE
003700         'NO OPEN REJECTS'.
003710     05  FILLER                  PIC X(112) VALUE SPACES.
003720 01  PRT-REJ-MORE-LINE.
003730     05  FILLER                  PIC X(06) VALUE SPACES.
003740     05  FILLER                  PIC X(56) VALUE
003750         'FURTHER OPEN REJECTS NOT LISTED - REJECT TABLE FULL'.
003760     05  FILLER                  PIC X(70) VALUE SPACES.
003770 01  PRT-SECTION-TOTAL-LINE.
003780     05  FILLER                  PIC X(17) VALUE
003790         'SECTION TOTALS - '.
003800     05  FILLER                  PIC X(13) VALUE 'DEPARTMENTS: '.
003810     05  PS-DEPTS                PIC ZZ9.
003820     05  FILLER                  PIC X(12) VALUE '  BREACHES: '.
003830     05  PS-BREACHES             PIC ZZZZ9.
003840     05  FILLER                  PIC X(16) VALUE
003850         '  OPEN REJECTS: '.
003860     05  PS-OPEN                 PIC ZZZZZZ9.
003870     05  FILLER                  PIC X(59) VALUE SPACES.
003880 01  PRT-NO-GAP-LINE.
003890     05  FILLER                  PIC X(04) VALUE SPACES.
003900     05  FILLER                  PIC X(40) VALUE
003910         'NONE - EVERY DEPARTMENT HAS AN ANALYST'.
003920     05  FILLER                  PIC X(88) VALUE SPACES.
003930 01  PRT-NO-UNKNOWN-LINE.
003940     05  FILLER                  PIC X(04) VALUE SPACES.
003950     05  FILLER                  PIC X(52) VALUE
003960         'NONE - EVERY DEPARTMENT SEEN IS ON THE MASTER'.
003970     05  FILLER                  PIC X(76) VALUE SPACES.
003980 01  PRT-NO-RUN-LINE.
003990     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  FILLER                  PIC X(60) VALUE
004010         'NO PRG25 RUN ON RESULTS MASTER - RESULTS NOT REPORTED'.
004020     05  FILLER                  PIC X(70) VALUE SPACES.
004030 01  PRT-INDEX-COL-LINE.
004040     05  FILLER                  PIC X(53) VALUE
004050         '  ANALYST               DEPTS  BREACHES  OPEN REJECTS'.
004060     05  FILLER                  PIC X(79) VALUE SPACES.
004070 01  PRT-INDEX-LINE.
004080     05  FILLER                  PIC X(02) VALUE SPACES.
004090     05  PX-ANALYST              PIC X(20).
004100     05  FILLER                  PIC X(02) VALUE SPACES.
004110     05  PX-DEPTS                PIC ZZZZ9.
004120     05  FILLER                  PIC X(02) VALUE SPACES.
004130     05  PX-BREACHES             PIC ZZZZZZZ9.
004140     05  FILLER                  PIC X(07) VALUE SPACES.
004150     05  PX-OPEN                 PIC ZZZZZZ9.
004160     05  FILLER                  PIC X(79) VALUE SPACES.
004170 01  PRT-COUNT-LINE.
004180     05  FILLER                  PIC X(02) VALUE SPACES.
004190     05  PN-LABEL                PIC X(34).
004200     05  PN-COUNT                PIC ZZZZZZ9.
004210     05  FILLER                  PIC X(89) VALUE SPACES.
004220 PROCEDURE DIVISION.
004230 0000-MAIN-PARA.
004240     PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
004250     PERFORM 1200-LOAD-DEPT-PARA THRU 1200-EXIT.
004260     PERFORM 1300-PARAMETERS-PARA THRU 1300-EXIT.
004270     PERFORM 1500-CARDS-PARA THRU 1500-EXIT.
004280     PERFORM 2000-RESULTS-PARA THRU 2000-EXIT.
004290     PERFORM 2200-REPORT-DATE-PARA THRU 2200-EXIT.
004300     PERFORM 2500-LOAD-REJECTS-PARA THRU 2500-EXIT.
004310     PERFORM 3000-ANALYST-LIST-PARA THRU 3000-EXIT.
004320     PERFORM 4000-ANALYST-SECTIONS-PARA THRU 4000-EXIT.
004330     PERFORM 5000-NO-ANALYST-PARA THRU 5000-EXIT.
004340     PERFORM 6000-SUMMARY-PARA THRU 6000-EXIT.
004350     PERFORM 8000-CLOSE-PARA THRU 8000-EXIT.
004360     GO TO 9000-STOP-PARA.
004370*----------------------------------------------------------------
004380* 1000-OPEN-PARA - OPEN THE REPORT, DEPARTMENT MASTER, RESULTS
004390*     MASTER, RECYCLE AND CARD FILES. ANY OPEN FAILURE IS FATAL -
004400*     A PACKAGE MISSING ONE OF ITS SOURCES WOULD SILENTLY LEAVE
004410*     SOMEBODY'S WORK OUT. THE PARAMETER DATASET IS OPTIONAL
004420*     AND IS OPENED BY 1300-PARAMETERS-PARA.
004430*----------------------------------------------------------------
004440 1000-OPEN-PARA.
004450     OPEN OUTPUT PRINT-FILE.
004460     IF NOT PRT-OK
004470         DISPLAY 'PRG25N - UNABLE TO OPEN ANLRPT, STATUS = '
004480             WS-PRT-STATUS
004490         MOVE 16 TO RETURN-CODE
004500         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
004510         GO TO 9000-STOP-PARA
004520     END-IF.
004530     SET PRT-FILE-AVAILABLE TO TRUE.
004540     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004550     MOVE WS-CURRENT-DATE TO WS-TARGET-DATE.
004560     OPEN INPUT DEPT-FILE.
004570     IF NOT DPT-OK
004580         DISPLAY 'PRG25N - UNABLE TO OPEN PRG25DPT, STATUS = '
004590             WS-DPT-STATUS
004600         MOVE 16 TO RETURN-CODE
004610         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
004620         GO TO 9000-STOP-PARA
004630     END-IF.
004640     SET DPT-FILE-AVAILABLE TO TRUE.
004650     OPEN INPUT RESULTS-FILE.
004660     IF NOT RES-OK
004670         DISPLAY 'PRG25N - UNABLE TO OPEN PRG25RES, STATUS = '
004680             WS-RES-STATUS
004690         MOVE 16 TO RETURN-CODE
004700         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
004710         GO TO 9000-STOP-PARA
004720     END-IF.
004730     SET RES-FILE-AVAILABLE TO TRUE.
004740     OPEN INPUT RCY-IN-FILE.
004750     IF NOT RCYIN-OK
004760         DISPLAY 'PRG25N - UNABLE TO OPEN RCYIN, STATUS = '
004770             WS-RCYIN-STATUS
004780         MOVE 16 TO RETURN-CODE
004790         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
004800         GO TO 9000-STOP-PARA
004810     END-IF.
004820     SET RCYIN-FILE-AVAILABLE TO TRUE.
004830     OPEN INPUT CARD-FILE.
004840     IF NOT CARD-OK
004850         DISPLAY 'PRG25N - UNABLE TO OPEN ANLCTL, STATUS = '
004860             WS-CARD-STATUS
004870         MOVE 16 TO RETURN-CODE
004880         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
004890         GO TO 9000-STOP-PARA
004900     END-IF.
004910     SET CARD-FILE-AVAILABLE TO TRUE.
004920 1000-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950* 1200-LOAD-DEPT-PARA - LOAD THE DEPARTMENT MASTER INTO THE
004960*     DEPARTMENT TABLE. AN EMPTY MASTER IS WARNED ABOUT - EVERY
004970*     DEPARTMENT SEEN WILL THEN SHOW UP AS AN OWNERSHIP GAP.
004980*----------------------------------------------------------------
004990 1200-LOAD-DEPT-PARA.
005000     PERFORM 1210-READ-DEPT-PARA THRU 1210-EXIT
005010         UNTIL DPT-EOF.
005020     MOVE DEPT-COUNT TO DEPT-MASTER-COUNT.
005030     IF DEPT-COUNT = 0
005040         DISPLAY 'PRG25N - PRG25DPT IS EMPTY, NO DEPARTMENT HAS '
005050             'AN ANALYST'
005060     END-IF.
005070 1200-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100* 1210-READ-DEPT-PARA - READ ONE DEPARTMENT MASTER RECORD AND
005110*     ADD IT TO THE TABLE. THE MASTER HOLDS AT MOST 200 (THE
005120*     PRG25D LIMIT); ANYTHING PAST THAT IS COUNTED AND ENDS THE
005130*     RUN RC=8 RATHER THAN DROPPING A DEPARTMENT UNSEEN.
005140*----------------------------------------------------------------
005150 1210-READ-DEPT-PARA.
005160     READ DEPT-FILE
005170         AT END
005180             GO TO 1210-EXIT
005190     END-READ.
005200     IF DEPT-COUNT NOT < 200
005210         DISPLAY 'PRG25N - DEPARTMENT TABLE FULL, ' DPT-CODE
005220             ' LEFT OUT'
005230         ADD 1 TO DEPT-SKIP-COUNT
005240         GO TO 1210-EXIT
005250     END-IF.
005260     ADD 1 TO DEPT-COUNT.
005270     PERFORM 1220-CLEAR-ROW-PARA THRU 1220-EXIT.
005280     MOVE DPT-CODE TO DT-CODE(DEPT-COUNT).
005290     MOVE DPT-NAME TO DT-NAME(DEPT-COUNT).
005300     MOVE DPT-ACTIVE-FLAG TO DT-ACTIVE-FLAG(DEPT-COUNT).
005310     MOVE DPT-ANALYST TO DT-ANALYST(DEPT-COUNT).
005320     MOVE DPT-DIVISION TO DT-DIVISION(DEPT-COUNT).
005330     MOVE 'Y' TO DT-ON-MASTER(DEPT-COUNT).
005340 1210-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* 1220-CLEAR-ROW-PARA - CLEAR THE DEPARTMENT TABLE ROW JUST
005380*     ADDED AT DEPT-COUNT.
005390*----------------------------------------------------------------
005400 1220-CLEAR-ROW-PARA.
005410     MOVE SPACES TO DT-CODE(DEPT-COUNT).
005420     MOVE SPACES TO DT-NAME(DEPT-COUNT).
005430     MOVE SPACES TO DT-ACTIVE-FLAG(DEPT-COUNT).
005440     MOVE SPACES TO DT-ANALYST(DEPT-COUNT).
005450     MOVE SPACES TO DT-DIVISION(DEPT-COUNT).
005460     MOVE 'N' TO DT-ON-MASTER(DEPT-COUNT).
005470     MOVE 0 TO DT-RES-DATE(DEPT-COUNT).
005480     MOVE 0 TO DT-VALID-COUNT(DEPT-COUNT).
005490     MOVE 0 TO DT-MAX(DEPT-COUNT).
005500     MOVE 0 TO DT-MIN(DEPT-COUNT).
005510     MOVE 0 TO DT-AVERAGE(DEPT-COUNT).
005520     MOVE 'N' TO DT-VALID-DATA(DEPT-COUNT).
005530     MOVE SPACE TO DT-RESTATED-FLAG(DEPT-COUNT).
005540     MOVE 0 TO DT-PRIOR-DATE(DEPT-COUNT).
005550     MOVE 0 TO DT-PRIOR-MAX(DEPT-COUNT).
005560     MOVE 'N' TO DT-PRIOR-VALID(DEPT-COUNT).
005570     MOVE 0 TO DT-LAST-REJECTS(DEPT-COUNT).
005580     MOVE 0 TO DT-OPEN-COUNT(DEPT-COUNT).
005590     MOVE 0 TO DT-OVERAGE-COUNT(DEPT-COUNT).
005600 1220-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630* 1300-PARAMETERS-PARA - PICK UP THE OPERATOR-SET TOLERANCES
005640*     FROM THE PRG25 PARAMETER DATASET SO EACH DEPARTMENT IS
005650*     RATED AGAINST THE SAME LIMITS PRG25 RATES THE WHOLE RUN
005660*     AGAINST. AN ABSENT DATASET LEAVES THE COMPILED DEFAULTS.
005670*----------------------------------------------------------------
005680 1300-PARAMETERS-PARA.
005690     OPEN INPUT PARM-FILE.
005700     IF PRM-NOT-FOUND
005710         DISPLAY 'PRG25N - PRG25PRM NOT PRESENT, COMPILED '
005720             'TOLERANCES IN EFFECT'
005730         GO TO 1300-EXIT
005740     END-IF.
005750     IF NOT PRM-OK
005760         DISPLAY 'PRG25N - UNABLE TO OPEN PRG25PRM, STATUS = '
005770             WS-PRM-STATUS
005780         DISPLAY 'PRG25N - COMPILED TOLERANCES IN EFFECT'
005790         GO TO 1300-EXIT
005800     END-IF.
005810     PERFORM 1350-READ-PARM-PARA THRU 1350-EXIT
005820         UNTIL PRM-EOF.
005830     CLOSE PARM-FILE.
005840 1300-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------
005870* 1350-READ-PARM-PARA - READ ONE PARAMETER CARD. ONLY THE FOUR
005880*     TOLERANCE KEYWORDS MATTER HERE; PRG25'S OTHER KEYWORDS
005890*     ARE PASSED OVER. A TOLERANCE VALUE THAT CANNOT BE USED
005900*     LEAVES THE COMPILED DEFAULT IN PLACE WITH A WARNING.
005910*----------------------------------------------------------------
005920 1350-READ-PARM-PARA.
005930     READ PARM-FILE
005940         AT END
005950             GO TO 1350-EXIT
005960     END-READ.
005970     IF PRM-RECORD(1:1) = '*' OR PRM-RECORD = SPACES
005980         GO TO 1350-EXIT
005990     END-IF.
006000     EVALUATE PRM-KEYWORD
006010         WHEN 'REJECT-PCT-WARN'
006020             IF PRM-VALUE(1:3) NUMERIC
006030                 MOVE PRM-VALUE(1:3) TO WS-REJ-PCT-WARN
006040             ELSE
006050                 PERFORM 1360-BAD-PARM-PARA THRU 1360-EXIT
006060             END-IF
006070         WHEN 'REJECT-PCT-FAIL'
006080             IF PRM-VALUE(1:3) NUMERIC
006090                 MOVE PRM-VALUE(1:3) TO WS-REJ-PCT-FAIL
006100             ELSE
006110                 PERFORM 1360-BAD-PARM-PARA THRU 1360-EXIT
006120             END-IF
006130         WHEN 'MAX-MOVE-WARN'
006140             IF PRM-VALUE(1:7) NUMERIC
006150                 MOVE PRM-VALUE(1:7) TO WS-MAX-MOVE-WARN
006160             ELSE
006170                 PERFORM 1360-BAD-PARM-PARA THRU 1360-EXIT
006180             END-IF
006190         WHEN 'MAX-MOVE-FAIL'
006200             IF PRM-VALUE(1:7) NUMERIC
006210                 MOVE PRM-VALUE(1:7) TO WS-MAX-MOVE-FAIL
006220             ELSE
006230                 PERFORM 1360-BAD-PARM-PARA THRU 1360-EXIT
006240             END-IF
006250         WHEN OTHER
006260             CONTINUE
006270     END-EVALUATE.
006280 1350-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------
006310* 1360-BAD-PARM-PARA - WARN ABOUT A TOLERANCE CARD THAT COULD
006320*     NOT BE USED.
006330*----------------------------------------------------------------
006340 1360-BAD-PARM-PARA.
006350     DISPLAY 'PRG25N - TOLERANCE CARD NOT UNDERSTOOD, DEFAULT '
006360         'KEPT: ' PRM-KEYWORD.
006370 1360-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400* 1500-CARDS-PARA - READ THE CONTROL CARDS.
006410*----------------------------------------------------------------
006420 1500-CARDS-PARA.
006430     PERFORM 1600-READ-CARD-PARA THRU 1600-EXIT
006440         UNTIL CARD-EOF.
006450 1500-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480* 1600-READ-CARD-PARA - READ AND APPLY ONE CONTROL CARD. THE
006490*     LAST VALID CARD OF EACH KIND WINS.
006500*----------------------------------------------------------------
006510 1600-READ-CARD-PARA.
006520     READ CARD-FILE
006530         AT END
006540             GO TO 1600-EXIT
006550     END-READ.
006560     IF CARD-RECORD(1:1) = '*' OR CARD-RECORD = SPACES
006570         GO TO 1600-EXIT
006580     END-IF.
006590     EVALUATE TRUE
006600         WHEN NC-ACTION-RUNDATE
006610             IF NC-RUN-DATE NUMERIC AND NC-RUN-DATE > 0
006620                 MOVE NC-RUN-DATE TO WS-TARGET-DATE
006630             ELSE
006640                 DISPLAY 'PRG25N - INVALID RUNDATE CARD IGNORED'
006650             END-IF
006660         WHEN NC-ACTION-AGELIMIT
006670             IF NC-AGE-LIMIT NUMERIC
006680                 MOVE NC-AGE-LIMIT TO WS-AGE-LIMIT
006690             ELSE
006700                 DISPLAY 'PRG25N - INVALID AGELIMIT CARD IGNORED'
006710             END-IF
006720         WHEN OTHER
006730             DISPLAY 'PRG25N - UNKNOWN CARD IGNORED'
006740     END-EVALUATE.
006750 1600-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780* 2000-RESULTS-PARA - SWEEP THE RESULTS MASTER IN KEY ORDER UP
006790*     TO THE TARGET DATE. THE LATEST *ALL RECORD ON OR BEFORE
006800*     IT IS THE RUN BEING REPORTED; FOR EACH DEPARTMENT ON THE
006810*     MASTER THE LATEST RECORD IS KEPT, WITH THE ONE BEFORE IT
006820*     AS THE PRIOR FOR THE MAX MOVEMENT. DIVISION ROLL-UP
006830*     RECORDS ARE PASSED OVER.
006840*----------------------------------------------------------------
006850 2000-RESULTS-PARA.
006860     MOVE 0 TO RES-RUN-DATE.
006870     MOVE SPACES TO RES-DEPT.
006880     START RESULTS-FILE KEY NOT < RES-KEY
006890         INVALID KEY
006900             DISPLAY 'PRG25N - PRG25RES IS EMPTY'
006910             GO TO 2000-EXIT
006920     END-START.
006930     MOVE 'N' TO WS-RES-SWEEP.
006940     MOVE 'N' TO WS-ADD-UNKNOWN.
006950     PERFORM 2100-READ-RESULT-PARA THRU 2100-EXIT
006960         UNTIL RES-EOF OR RES-SWEEP-DONE.
006970 2000-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000* 2100-READ-RESULT-PARA - READ THE NEXT RESULTS RECORD AND POST
007010*     IT. A DEPARTMENT NOT ON THE MASTER IS LEFT FOR
007020*     2200-REPORT-DATE-PARA, WHICH ONLY PICKS UP THE ONES THAT
007030*     RAN ON THE REPORT DATE.
007040*----------------------------------------------------------------
007050 2100-READ-RESULT-PARA.
007060     READ RESULTS-FILE NEXT RECORD
007070         AT END
007080             GO TO 2100-EXIT
007090     END-READ.
007100     IF RES-RUN-DATE > WS-TARGET-DATE
007110         SET RES-SWEEP-DONE TO TRUE
007120         GO TO 2100-EXIT
007130     END-IF.
007140     ADD 1 TO RESULTS-READ.
007150     IF RES-LEVEL-DIVISION
007160         GO TO 2100-EXIT
007170     END-IF.
007180     IF RES-DEPT = '*ALL'
007190         MOVE RES-RUN-DATE TO WS-REPORT-DATE
007200         MOVE RES-RUN-NUMBER TO WS-REPORT-RUN
007210         MOVE RES-BUS-DATE TO WS-REPORT-BUS-DATE
007220         GO TO 2100-EXIT
007230     END-IF.
007240     MOVE RES-DEPT TO WS-DEPT-KEY.
007250     PERFORM 2900-FIND-DEPT-PARA THRU 2900-EXIT.
007260     IF FOUND-SUB = 0
007270         GO TO 2100-EXIT
007280     END-IF.
007290     PERFORM 2150-POST-RESULT-PARA THRU 2150-EXIT.
007300 2100-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------
007330* 2150-POST-RESULT-PARA - MAKE THE RESULTS RECORD JUST READ THE
007340*     LATEST FOR THE DEPARTMENT AT FOUND-SUB, PUSHING THE ONE
007350*     IT REPLACES DOWN TO THE PRIOR.
007360*----------------------------------------------------------------
007370 2150-POST-RESULT-PARA.
007380     IF DT-RES-DATE(FOUND-SUB) > 0
007390         MOVE DT-RES-DATE(FOUND-SUB) TO DT-PRIOR-DATE(FOUND-SUB)
007400         MOVE DT-MAX(FOUND-SUB) TO DT-PRIOR-MAX(FOUND-SUB)
007410         MOVE DT-VALID-DATA(FOUND-SUB)
007420             TO DT-PRIOR-VALID(FOUND-SUB)
007430     END-IF.
007440     MOVE RES-RUN-DATE TO DT-RES-DATE(FOUND-SUB).
007450     MOVE RES-VALID-COUNT TO DT-VALID-COUNT(FOUND-SUB).
007460     MOVE RES-MAX-VALUE TO DT-MAX(FOUND-SUB).
007470     MOVE RES-MIN-VALUE TO DT-MIN(FOUND-SUB).
007480     MOVE RES-AVERAGE TO DT-AVERAGE(FOUND-SUB).
007490     MOVE RES-VALID-DATA TO DT-VALID-DATA(FOUND-SUB).
007500     MOVE RES-RESTATED-FLAG TO DT-RESTATED-FLAG(FOUND-SUB).
007510 2150-EXIT.
007520     EXIT.
007530*----------------------------------------------------------------
007540* 2200-REPORT-DATE-PARA - REREAD THE REPORT DATE'S RESULTS AND
007550*     ADD ANY DEPARTMENT THAT RAN BUT IS NOT ON THE DEPARTMENT
007560*     MASTER, SO IT SHOWS UP AS AN OWNERSHIP GAP. WITH NO RUN
007570*     TO REPORT THE PACKAGE STILL GOES OUT WITH THE OPEN
007580*     REJECTS, AND THE RUN ENDS RC=8.
007590*----------------------------------------------------------------
007600 2200-REPORT-DATE-PARA.
007610     IF WS-REPORT-DATE = 0
007620         DISPLAY 'PRG25N - NO PRG25 RUN ON PRG25RES ON OR BEFORE '
007630             WS-TARGET-DATE
007640         GO TO 2200-EXIT
007650     END-IF.
007660     MOVE WS-REPORT-DATE TO RES-RUN-DATE.
007670     MOVE SPACES TO RES-DEPT.
007680     START RESULTS-FILE KEY NOT < RES-KEY
007690         INVALID KEY
007700             GO TO 2200-EXIT
007710     END-START.
007720     MOVE 'N' TO WS-RES-SWEEP.
007730     MOVE 'Y' TO WS-ADD-UNKNOWN.
007740     PERFORM 2210-READ-DATE-PARA THRU 2210-EXIT
007750         UNTIL RES-EOF OR RES-SWEEP-DONE.
007760 2200-EXIT.
007770     EXIT.
007780*----------------------------------------------------------------
007790* 2210-READ-DATE-PARA - READ THE NEXT RESULTS RECORD OF THE
007800*     REPORT DATE. DEPARTMENTS ON THE MASTER WERE POSTED BY THE
007810*     SWEEP; ONLY A NEWLY ADDED ONE IS POSTED HERE.
007820*----------------------------------------------------------------
007830 2210-READ-DATE-PARA.
007840     READ RESULTS-FILE NEXT RECORD
007850         AT END
007860             GO TO 2210-EXIT
007870     END-READ.
007880     IF RES-RUN-DATE NOT = WS-REPORT-DATE
007890         SET RES-SWEEP-DONE TO TRUE
007900         GO TO 2210-EXIT
007910     END-IF.
007920     IF RES-LEVEL-DIVISION OR RES-DEPT = '*ALL'
007930         GO TO 2210-EXIT
007940     END-IF.
007950     MOVE RES-DEPT TO WS-DEPT-KEY.
007960     PERFORM 2900-FIND-DEPT-PARA THRU 2900-EXIT.
007970     IF FOUND-SUB = 0
007980         GO TO 2210-EXIT
007990     END-IF.
008000     IF DT-IS-ON-MASTER(FOUND-SUB)
008010         GO TO 2210-EXIT
008020     END-IF.
008030     PERFORM 2150-POST-RESULT-PARA THRU 2150-EXIT.
008040 2210-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070* 2500-LOAD-REJECTS-PARA - READ THE RECYCLE INPUT (THE OPEN-
008080*     REJECTS MASTER FOLLOWED BY LAST NIGHT'S REJECTS) AND AGE
008090*     EVERY OPEN REJECT FROM ITS BUSINESS DATE THE WAY PRG25C
008100*     DOES. REJECTS OF THE REPORTED RUN ARE ALSO COUNTED PER
008110*     DEPARTMENT FOR THE REJECT PERCENTAGE.
008120*----------------------------------------------------------------
008130 2500-LOAD-REJECTS-PARA.
008140     MOVE WS-CURRENT-DATE TO SD-DATE.
008150     PERFORM 2700-DATE-SERIAL-PARA THRU 2700-EXIT.
008160     MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL.
008170     MOVE 'Y' TO WS-ADD-UNKNOWN.
008180     PERFORM 2510-READ-REJECT-PARA THRU 2510-EXIT
008190         UNTIL RCYIN-EOF.
008200 2500-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------
008230* 2510-READ-REJECT-PARA - READ ONE RECYCLE RECORD. CLOSED
008240*     REJECTS FROM EARLIER NIGHTS ARE PASSED OVER. AN OPEN
008250*     REJECT IS COUNTED AGAINST ITS DEPARTMENT AND KEPT FOR THE
008260*     LISTING; PAST THE 50000 TABLE LIMIT IT IS STILL COUNTED
008270*     BUT NOT LISTED, AND THE RUN ENDS RC=8.
008280*----------------------------------------------------------------
008290 2510-READ-REJECT-PARA.
008300     READ RCY-IN-FILE
008310         AT END
008320             GO TO 2510-EXIT
008330     END-READ.
008340     ADD 1 TO RCY-READ.
008350     MOVE 'N' TO WS-LAST-NIGHT.
008360     IF WS-REPORT-DATE > 0
008370         AND RCY-RUN-NUMBER = WS-REPORT-RUN
008380         AND RCY-BUS-DATE = WS-REPORT-BUS-DATE
008390         MOVE 'Y' TO WS-LAST-NIGHT
008400     END-IF.
008410     IF NOT RCY-STATUS-OPEN AND NOT LAST-NIGHT-REJECT
008420         GO TO 2510-EXIT
008430     END-IF.
008440     MOVE RCY-DEPT TO WS-DEPT-KEY.
008450     PERFORM 2900-FIND-DEPT-PARA THRU 2900-EXIT.
008460     IF FOUND-SUB = 0
008470         ADD 1 TO UNPLACED-COUNT
008480         GO TO 2510-EXIT
008490     END-IF.
008500     IF LAST-NIGHT-REJECT
008510         ADD 1 TO DT-LAST-REJECTS(FOUND-SUB)
008520     END-IF.
008530     IF NOT RCY-STATUS-OPEN
008540         GO TO 2510-EXIT
008550     END-IF.
008560     ADD 1 TO OPEN-READ.
008570     ADD 1 TO DT-OPEN-COUNT(FOUND-SUB).
008580     MOVE 0 TO DAYS-OPEN.
008590     IF RCY-BUS-DATE NUMERIC AND RCY-BUS-DATE > 0
008600         MOVE RCY-BUS-DATE TO SD-DATE
008610         PERFORM 2700-DATE-SERIAL-PARA THRU 2700-EXIT
008620         IF WS-DATE-SERIAL > 0
008630             COMPUTE DAYS-OPEN = WS-TODAY-SERIAL - WS-DATE-SERIAL
008640             IF DAYS-OPEN < 1
008650                 MOVE 1 TO DAYS-OPEN
008660             END-IF
008670         END-IF
008680     END-IF.
008690     IF DAYS-OPEN > WS-AGE-LIMIT
008700         ADD 1 TO DT-OVERAGE-COUNT(FOUND-SUB)
008710         ADD 1 TO OVERAGE-TOTAL
008720     END-IF.
008730     IF REJECT-COUNT NOT < 50000
008740         ADD 1 TO OVERFLOW-COUNT
008750         GO TO 2510-EXIT
008760     END-IF.
008770     ADD 1 TO REJECT-COUNT.
008780     MOVE FOUND-SUB TO RJ-DEPT-SUB(REJECT-COUNT).
008790     MOVE RCY-RUN-NUMBER TO RJ-RUN-NUMBER(REJECT-COUNT).
008800     MOVE RCY-ENTRY-NO TO RJ-ENTRY-NO(REJECT-COUNT).
008810     MOVE RCY-BUS-DATE TO RJ-BUS-DATE(REJECT-COUNT).
008820     MOVE RCY-REASON-CODE TO RJ-REASON-CODE(REJECT-COUNT).
008830     MOVE RCY-SOURCE-ID TO RJ-SOURCE-ID(REJECT-COUNT).
008840     MOVE DAYS-OPEN TO RJ-DAYS-OPEN(REJECT-COUNT).
008845     MOVE RCY-CURRENCY TO RJ-CURRENCY(REJECT-COUNT).
008850     IF RCY-TYPE-AMOUNT
008860         MOVE RCY-AMT-RAW TO RJ-VALUE(REJECT-COUNT)
008870     ELSE
008880         MOVE RCY-RAW-VALUE TO RJ-VALUE(REJECT-COUNT)
008890     END-IF.
008900 2510-EXIT.
008910     EXIT.
008920*----------------------------------------------------------------
008930* 2700-DATE-SERIAL-PARA - TURN THE YYYYMMDD DATE IN SD-DATE
008940*     INTO A SERIAL DAY NUMBER (DAYS FROM A FIXED EPOCH) SO
008950*     TWO DATES CAN BE DIFFERENCED IN DAYS ACROSS MONTH AND
008960*     YEAR BOUNDARIES. A DATE WITH AN IMPOSSIBLE MONTH COMES
008970*     BACK AS SERIAL ZERO FOR THE CALLER TO SKIP.
008980*----------------------------------------------------------------
008990 2700-DATE-SERIAL-PARA.
009000     IF SD-MM < 1 OR SD-MM > 12
009010         MOVE 0 TO WS-DATE-SERIAL
009020         GO TO 2700-EXIT
009030     END-IF.
009040     COMPUTE SER-YEARS = SD-YYYY - 1.
009050     DIVIDE SER-YEARS BY 4 GIVING SER-QUOT.
009060     MOVE SER-QUOT TO SER-LEAP-DAYS.
009070     DIVIDE SER-YEARS BY 100 GIVING SER-QUOT.
009080     SUBTRACT SER-QUOT FROM SER-LEAP-DAYS.
009090     DIVIDE SER-YEARS BY 400 GIVING SER-QUOT.
009100     ADD SER-QUOT TO SER-LEAP-DAYS.
009110     COMPUTE WS-DATE-SERIAL =
009120         (SER-YEARS * 365) + SER-LEAP-DAYS
009130         + MONTH-OFFSET(SD-MM) + SD-DD.
009140     IF SD-MM > 2
009150         MOVE 'N' TO WS-LEAP-FLAG
009160         DIVIDE SD-YYYY BY 4 GIVING SER-QUOT
009170             REMAINDER SER-REM
009180         IF SER-REM = 0
009190             MOVE 'Y' TO WS-LEAP-FLAG
009200         END-IF
009210         DIVIDE SD-YYYY BY 100 GIVING SER-QUOT
009220             REMAINDER SER-REM
009230         IF SER-REM = 0
009240             MOVE 'N' TO WS-LEAP-FLAG
009250         END-IF
009260         DIVIDE SD-YYYY BY 400 GIVING SER-QUOT
009270             REMAINDER SER-REM
009280         IF SER-REM = 0
009290             MOVE 'Y' TO WS-LEAP-FLAG
009300         END-IF
009310         IF WS-LEAP-FLAG = 'Y'
009320             ADD 1 TO WS-DATE-SERIAL
009330         END-IF
009340     END-IF.
009350 2700-EXIT.
009360     EXIT.
009370*----------------------------------------------------------------
009380* 2900-FIND-DEPT-PARA - LOOK UP WS-DEPT-KEY IN THE DEPARTMENT
009390*     TABLE AND RETURN ITS ROW IN FOUND-SUB. WITH ADD-UNKNOWN-
009400*     DEPT SET, A CODE NOT FOUND IS ADDED AS A DEPARTMENT NOT ON
009410*     THE MASTER; ZERO COMES BACK ONLY WHEN IT IS NOT ON FILE
009420*     AND CANNOT (OR MAY NOT) BE ADDED.
009430*----------------------------------------------------------------
009440 2900-FIND-DEPT-PARA.
009450     MOVE 0 TO FOUND-SUB.
009460     PERFORM VARYING DEPT-SUB FROM 1 BY 1
009470         UNTIL DEPT-SUB > DEPT-COUNT OR FOUND-SUB > 0
009480         IF DT-CODE(DEPT-SUB) = WS-DEPT-KEY
009490             MOVE DEPT-SUB TO FOUND-SUB
009500         END-IF
009510     END-PERFORM.
009520     IF FOUND-SUB > 0 OR NOT ADD-UNKNOWN-DEPT
009530         GO TO 2900-EXIT
009540     END-IF.
009550     IF DEPT-COUNT NOT < 300
009560         DISPLAY 'PRG25N - DEPARTMENT TABLE FULL, ' WS-DEPT-KEY
009570             ' LEFT OUT'
009580         GO TO 2900-EXIT
009590     END-IF.
009600     ADD 1 TO DEPT-COUNT.
009610     PERFORM 1220-CLEAR-ROW-PARA THRU 1220-EXIT.
009620     MOVE WS-DEPT-KEY TO DT-CODE(DEPT-COUNT).
009630     MOVE DEPT-COUNT TO FOUND-SUB.
009640     ADD 1 TO NOT-ON-MASTER-COUNT.
009650 2900-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------
009680* 3000-ANALYST-LIST-PARA - BUILD THE LIST OF OWNING ANALYSTS
009690*     IN NAME ORDER FROM THE DEPARTMENT MASTER, AND COUNT THE
009700*     MASTER DEPARTMENTS THAT HAVE NO ANALYST.
009710*----------------------------------------------------------------
009720 3000-ANALYST-LIST-PARA.
009730     PERFORM VARYING DEPT-SUB FROM 1 BY 1
009740         UNTIL DEPT-SUB > DEPT-COUNT
009750         IF DT-IS-ON-MASTER(DEPT-SUB)
009760             IF DT-ANALYST(DEPT-SUB) = SPACES
009770                 ADD 1 TO NO-ANALYST-COUNT
009780             ELSE
009790                 PERFORM 3100-ADD-ANALYST-PARA THRU 3100-EXIT
009800             END-IF
009810         END-IF
009820     END-PERFORM.
009830 3000-EXIT.
009840     EXIT.
009850*----------------------------------------------------------------
009860* 3100-ADD-ANALYST-PARA - ADD THE ANALYST OF THE DEPARTMENT AT
009870*     DEPT-SUB TO THE LIST IN NAME ORDER, UNLESS ALREADY ON IT.
009880*----------------------------------------------------------------
009890 3100-ADD-ANALYST-PARA.
009900     MOVE 0 TO AN-FOUND-SUB.
009910     PERFORM VARYING AN-SUB FROM 1 BY 1
009920         UNTIL AN-SUB > ANALYST-COUNT OR AN-FOUND-SUB > 0
009930         IF AN-NAME(AN-SUB) NOT < DT-ANALYST(DEPT-SUB)
009940             MOVE AN-SUB TO AN-FOUND-SUB
009950         END-IF
009960     END-PERFORM.
009970     IF AN-FOUND-SUB > 0
009980         IF AN-NAME(AN-FOUND-SUB) = DT-ANALYST(DEPT-SUB)
009990             GO TO 3100-EXIT
010000         END-IF
010010         PERFORM VARYING AN-SUB FROM ANALYST-COUNT BY -1
010020             UNTIL AN-SUB < AN-FOUND-SUB
010030             MOVE ANALYST-ENTRY(AN-SUB)
010040                 TO ANALYST-ENTRY(AN-SUB + 1)
010050         END-PERFORM
010060     ELSE
010070         COMPUTE AN-FOUND-SUB = ANALYST-COUNT + 1
010080     END-IF.
010090     ADD 1 TO ANALYST-COUNT.
010100     MOVE DT-ANALYST(DEPT-SUB) TO AN-NAME(AN-FOUND-SUB).
010110     MOVE 0 TO AN-DEPT-COUNT(AN-FOUND-SUB).
010120     MOVE 0 TO AN-BREACH-COUNT(AN-FOUND-SUB).
010130     MOVE 0 TO AN-OPEN-COUNT(AN-FOUND-SUB).
010140 3100-EXIT.
010150     EXIT.
010160*----------------------------------------------------------------
010170* 4000-ANALYST-SECTIONS-PARA - PRINT ONE SECTION PER ANALYST,
010180*     IN NAME ORDER. EACH SECTION OPENS WITH A HEADER NAMING THE
010190*     ANALYST, SO THE OUTPUT CAN BE SPLIT AND ROUTED ON IT.
010200*----------------------------------------------------------------
010210 4000-ANALYST-SECTIONS-PARA.
010220     PERFORM VARYING AN-SUB FROM 1 BY 1
010230         UNTIL AN-SUB > ANALYST-COUNT
010240         PERFORM 4100-ONE-ANALYST-PARA THRU 4100-EXIT
010250     END-PERFORM.
010260 4000-EXIT.
010270     EXIT.
010280*----------------------------------------------------------------
010290* 4100-ONE-ANALYST-PARA - PRINT THE SECTION FOR THE ANALYST AT
010300*     AN-SUB: EVERY DEPARTMENT THEY OWN, THEN SECTION TOTALS.
010310*----------------------------------------------------------------
010320 4100-ONE-ANALYST-PARA.
010330     MOVE AN-NAME(AN-SUB) TO PH-ANALYST.
010340     PERFORM 4900-SECTION-HEADER-PARA THRU 4900-EXIT.
010350     MOVE 'DEPARTMENTS OWNED BY THIS ANALYST' TO PT-TITLE.
010360     WRITE PRT-LINE FROM PRT-TITLE-LINE.
010370     MOVE 0 TO SECTION-DEPTS.
010380     MOVE 0 TO SECTION-BREACHES.
010390     MOVE 0 TO SECTION-OPEN.
010400     PERFORM VARYING DEPT-SUB FROM 1 BY 1
010410         UNTIL DEPT-SUB > DEPT-COUNT
010420         IF DT-IS-ON-MASTER(DEPT-SUB)
010430             AND DT-ANALYST(DEPT-SUB) = AN-NAME(AN-SUB)
010440             PERFORM 4200-DEPT-BLOCK-PARA THRU 4200-EXIT
010450         END-IF
010460     END-PERFORM.
010470     MOVE SECTION-DEPTS TO AN-DEPT-COUNT(AN-SUB).
010480     MOVE SECTION-BREACHES TO AN-BREACH-COUNT(AN-SUB).
010490     MOVE SECTION-OPEN TO AN-OPEN-COUNT(AN-SUB).
010500     PERFORM 4800-SECTION-TOTAL-PARA THRU 4800-EXIT.
010510 4100-EXIT.
010520     EXIT.
010530*----------------------------------------------------------------
010540* 4200-DEPT-BLOCK-PARA - PRINT ONE DEPARTMENT'S BLOCK: ITS
010550*     IDENTITY, LAST NIGHT'S RESULTS, ITS TOLERANCE BREACHES AND
010560*     ITS OPEN REJECTS, AND ADD IT TO THE SECTION TOTALS.
010570*----------------------------------------------------------------
010580 4200-DEPT-BLOCK-PARA.
010590     WRITE PRT-LINE FROM PRT-BLANK-LINE.
010600     MOVE DT-CODE(DEPT-SUB) TO PD-DEPT.
010610     MOVE DT-NAME(DEPT-SUB) TO PD-NAME.
010620     MOVE DT-DIVISION(DEPT-SUB) TO PD-DIVISION.
010630     IF NOT DT-IS-ON-MASTER(DEPT-SUB)
010640         MOVE 'NOT ON MASTER' TO PD-STATUS
010650     ELSE
010660         IF DT-INACTIVE(DEPT-SUB)
010670             MOVE 'INACTIVE' TO PD-STATUS
010680         ELSE
010690             MOVE 'ACTIVE' TO PD-STATUS
010700         END-IF
010710     END-IF.
010720     WRITE PRT-LINE FROM PRT-DEPT-LINE.
010730     MOVE 'N' TO WS-HAS-RESULT.
010740     IF WS-REPORT-DATE > 0
010750         AND DT-RES-DATE(DEPT-SUB) = WS-REPORT-DATE
010760         MOVE 'Y' TO WS-HAS-RESULT
010770         ADD 1 TO RESULTS-REPORTED
010780     END-IF.
010790     IF DEPT-HAS-RESULT
010800         MOVE DT-VALID-COUNT(DEPT-SUB) TO PR-VALID
010810         IF DT-DATA-VALID(DEPT-SUB)
010820             MOVE DT-MAX(DEPT-SUB) TO PR-MAX
010830             MOVE DT-MIN(DEPT-SUB) TO PR-MIN
010840             MOVE DT-AVERAGE(DEPT-SUB) TO PR-AVG
010850         ELSE
010860             MOVE 0 TO PR-MAX
010870             MOVE 0 TO PR-MIN
010880             MOVE 0 TO PR-AVG
010890         END-IF
010900         MOVE DT-LAST-REJECTS(DEPT-SUB) TO PR-REJECTS
010910         MOVE SPACES TO PR-RESTATED
010920         IF DT-RESTATED(DEPT-SUB)
010930             MOVE 'RESTATED' TO PR-RESTATED
010940         END-IF
010950         WRITE PRT-LINE FROM PRT-RESULT-LINE
010960     ELSE
010970         MOVE DT-LAST-REJECTS(DEPT-SUB) TO PU-REJECTS
010980         WRITE PRT-LINE FROM PRT-NO-RESULT-LINE
010990     END-IF.
011000     PERFORM 4300-BREACH-PARA THRU 4300-EXIT.
011010     PERFORM 4400-REJECT-LIST-PARA THRU 4400-EXIT.
011020     ADD 1 TO SECTION-DEPTS.
011030     ADD DEPT-BREACHES TO SECTION-BREACHES.
011040     ADD DT-OPEN-COUNT(DEPT-SUB) TO SECTION-OPEN.
011050 4200-EXIT.
011060     EXIT.
011070*----------------------------------------------------------------
011080* 4300-BREACH-PARA - RATE THE DEPARTMENT AT DEPT-SUB AGAINST
011090*     THE TOLERANCES: ITS SHARE OF LAST NIGHT'S ENTRIES THAT
011100*     WERE REJECTED AGAINST REJECT-PCT-WARN/FAIL, THE MOVEMENT
011110*     IN ITS MAX AGAINST ITS PRIOR RESULTS AGAINST MAX-MOVE-
011120*     WARN/FAIL, AND ANY OPEN REJECT OLDER THAN THE AGE LIMIT.
011130*----------------------------------------------------------------
011140 4300-BREACH-PARA.
011150     MOVE 0 TO DEPT-BREACHES.
011160     MOVE 0 TO WS-REJ-BASE.
011170     IF DEPT-HAS-RESULT
011180         MOVE DT-VALID-COUNT(DEPT-SUB) TO WS-REJ-BASE
011190     END-IF.
011200     ADD DT-LAST-REJECTS(DEPT-SUB) TO WS-REJ-BASE.
011210     IF WS-REJ-BASE > 0
011220         COMPUTE WS-REJ-PCT ROUNDED =
011230             DT-LAST-REJECTS(DEPT-SUB) * 100 / WS-REJ-BASE
011240         IF WS-REJ-PCT > WS-REJ-PCT-FAIL
011250             MOVE WS-REJ-PCT TO PB-REJ-PCT
011260             MOVE WS-REJ-PCT-FAIL TO PB-REJ-LIMIT
011270             MOVE 'SERIOUS' TO PB-REJ-SEVERITY
011280             WRITE PRT-LINE FROM PRT-BREACH-REJ-LINE
011290             ADD 1 TO DEPT-BREACHES
011300         ELSE
011310             IF WS-REJ-PCT > WS-REJ-PCT-WARN
011320                 MOVE WS-REJ-PCT TO PB-REJ-PCT
011330                 MOVE WS-REJ-PCT-WARN TO PB-REJ-LIMIT
011340                 MOVE 'WARNING' TO PB-REJ-SEVERITY
011350                 WRITE PRT-LINE FROM PRT-BREACH-REJ-LINE
011360                 ADD 1 TO DEPT-BREACHES
011370             END-IF
011380         END-IF
011390     END-IF.
011400     IF DEPT-HAS-RESULT AND DT-DATA-VALID(DEPT-SUB)
011410         AND DT-PRIOR-DATE(DEPT-SUB) > 0
011420         AND DT-PRIOR-DATA-VALID(DEPT-SUB)
011430         COMPUTE WS-MAX-MOVE-AMT =
011440             DT-MAX(DEPT-SUB) - DT-PRIOR-MAX(DEPT-SUB)
011450         IF WS-MAX-MOVE-AMT < 0
011460             COMPUTE WS-MAX-MOVE-AMT = 0 - WS-MAX-MOVE-AMT
011470         END-IF
011480         MOVE WS-MAX-MOVE-AMT TO PB-MOVE
011490         MOVE DT-PRIOR-MAX(DEPT-SUB) TO PB-PRIOR-MAX
011500         IF WS-MAX-MOVE-AMT > WS-MAX-MOVE-FAIL
011510             MOVE WS-MAX-MOVE-FAIL TO PB-MOVE-LIMIT
011520             MOVE 'SERIOUS' TO PB-MOVE-SEVERITY
011530             WRITE PRT-LINE FROM PRT-BREACH-MOVE-LINE
011540             ADD 1 TO DEPT-BREACHES
011550         ELSE
011560             IF WS-MAX-MOVE-AMT > WS-MAX-MOVE-WARN
011570                 MOVE WS-MAX-MOVE-WARN TO PB-MOVE-LIMIT
011580                 MOVE 'WARNING' TO PB-MOVE-SEVERITY
011590                 WRITE PRT-LINE FROM PRT-BREACH-MOVE-LINE
011600                 ADD 1 TO DEPT-BREACHES
011610             END-IF
011620         END-IF
011630     END-IF.
011640     IF DT-OVERAGE-COUNT(DEPT-SUB) > 0
011650         MOVE DT-OVERAGE-COUNT(DEPT-SUB) TO PB-OVERAGE
011660         MOVE WS-AGE-LIMIT TO PB-AGE-LIMIT
011670         WRITE PRT-LINE FROM PRT-BREACH-AGE-LINE
011680         ADD 1 TO DEPT-BREACHES
011690     END-IF.
011700     IF DEPT-BREACHES = 0
011710         WRITE PRT-LINE FROM PRT-NO-BREACH-LINE
011720     END-IF.
011730     ADD DEPT-BREACHES TO BREACH-TOTAL.
011740 4300-EXIT.
011750     EXIT.
011760*----------------------------------------------------------------
011770* 4400-REJECT-LIST-PARA - LIST THE OPEN REJECTS OF THE
011780*     DEPARTMENT AT DEPT-SUB WITH THEIR AGES AND REASON CODES,
011790*     FLAGGING EACH ONE OVER THE AGE LIMIT.
011800*----------------------------------------------------------------
011810 4400-REJECT-LIST-PARA.
011820     IF DT-OPEN-COUNT(DEPT-SUB) = 0
011830         WRITE PRT-LINE FROM PRT-NO-REJ-LINE
011840         GO TO 4400-EXIT
011850     END-IF.
011860     MOVE DT-OPEN-COUNT(DEPT-SUB) TO PJ-OPEN.
011870     WRITE PRT-LINE FROM PRT-REJ-HEADER-LINE.
011880     WRITE PRT-LINE FROM PRT-REJ-COL-LINE.
011890     MOVE 0 TO LISTED-COUNT.
011900     PERFORM VARYING RJ-SUB FROM 1 BY 1
011910         UNTIL RJ-SUB > REJECT-COUNT
011920         IF RJ-DEPT-SUB(RJ-SUB) = DEPT-SUB
011930             PERFORM 4500-REJECT-LINE-PARA THRU 4500-EXIT
011940             ADD 1 TO LISTED-COUNT
011950         END-IF
011960     END-PERFORM.
011970     IF LISTED-COUNT < DT-OPEN-COUNT(DEPT-SUB)
011980         WRITE PRT-LINE FROM PRT-REJ-MORE-LINE
011990     END-IF.
012000 4400-EXIT.
012010     EXIT.
012020*----------------------------------------------------------------
012030* 4500-REJECT-LINE-PARA - PRINT THE OPEN REJECT AT RJ-SUB.
012040*----------------------------------------------------------------
012050 4500-REJECT-LINE-PARA.
012060     MOVE RJ-RUN-NUMBER(RJ-SUB) TO PJ-RUN.
012070     MOVE RJ-ENTRY-NO(RJ-SUB) TO PJ-ENTRY.
012080     MOVE RJ-BUS-DATE(RJ-SUB) TO PJ-BUS-DATE.
012090     MOVE RJ-REASON-CODE(RJ-SUB) TO PJ-REASON.
012100     EVALUATE RJ-REASON-CODE(RJ-SUB)
012110         WHEN 'NN'
012120             MOVE 'NOT NUMERIC' TO PJ-REASON-TEXT
012130         WHEN 'OR'
012140             MOVE 'OUT OF RANGE' TO PJ-REASON-TEXT
012150         WHEN 'AF'
012160             MOVE 'BAD AMOUNT FORMAT' TO PJ-REASON-TEXT
012170         WHEN 'RT'
012180             MOVE 'BAD RECORD TYPE' TO PJ-REASON-TEXT
012190         WHEN 'DU'
012200             MOVE 'DEPT UNKNOWN' TO PJ-REASON-TEXT
012210         WHEN 'DI'
012220             MOVE 'DEPT INACTIVE' TO PJ-REASON-TEXT
012230         WHEN 'DF'
012240             MOVE 'DEPT NOT ON FEED' TO PJ-REASON-TEXT
012243         WHEN 'XR'
012246             MOVE 'NO EXCHANGE RATE' TO PJ-REASON-TEXT
012250         WHEN OTHER
012260             MOVE SPACES TO PJ-REASON-TEXT
012270     END-EVALUATE.
012280     MOVE RJ-DAYS-OPEN(RJ-SUB) TO PJ-DAYS.
012290     MOVE RJ-SOURCE-ID(RJ-SUB) TO PJ-SOURCE.
012300     MOVE RJ-VALUE(RJ-SUB) TO PJ-VALUE.
012305     MOVE RJ-CURRENCY(RJ-SUB) TO PJ-CURRENCY.
012310     MOVE SPACES TO PJ-FLAG.
012320     IF RJ-DAYS-OPEN(RJ-SUB) > WS-AGE-LIMIT
012330         MOVE 'OVER LIMIT' TO PJ-FLAG
012340     END-IF.
012350     WRITE PRT-LINE FROM PRT-REJ-LINE.
012360 4500-EXIT.
012370     EXIT.
012380*----------------------------------------------------------------
012390* 4800-SECTION-TOTAL-PARA - PRINT THE TOTALS THAT CLOSE A
012400*     SECTION.
012410*----------------------------------------------------------------
012420 4800-SECTION-TOTAL-PARA.
012430     WRITE PRT-LINE FROM PRT-BLANK-LINE.
012440     MOVE SECTION-DEPTS TO PS-DEPTS.
012450     MOVE SECTION-BREACHES TO PS-BREACHES.
012460     MOVE SECTION-OPEN TO PS-OPEN.
012470     WRITE PRT-LINE FROM PRT-SECTION-TOTAL-LINE.
012480 4800-EXIT.
012490     EXIT.
012500*----------------------------------------------------------------
012510* 4900-SECTION-HEADER-PARA - OPEN A SECTION: A RULE AND THE
012520*     HEADER CARRYING PH-ANALYST AND THE RUN BEING REPORTED.
012530*----------------------------------------------------------------
012540 4900-SECTION-HEADER-PARA.
012550     WRITE PRT-LINE FROM PRT-RULE-LINE.
012560     MOVE WS-REPORT-DATE TO PH-RUN-DATE.
012570     MOVE WS-REPORT-BUS-DATE TO PH-BUS-DATE.
012580     MOVE WS-REPORT-RUN TO PH-RUN-NUMBER.
012590     WRITE PRT-LINE FROM PRT-HEADER-LINE.
012600     WRITE PRT-LINE FROM PRT-RULE-LINE.
012610     IF WS-REPORT-DATE = 0
012620         WRITE PRT-LINE FROM PRT-NO-RUN-LINE
012630     END-IF.
012640 4900-EXIT.
012650     EXIT.
012660*----------------------------------------------------------------
012670* 5000-NO-ANALYST-PARA - PRINT THE OWNERSHIP GAPS SECTION:
012680*     MASTER DEPARTMENTS WITH NO ANALYST ASSIGNED, THEN ANY
012690*     DEPARTMENT ON LAST NIGHT'S RESULTS OR THE OPEN REJECTS
012700*     THAT IS NOT ON THE DEPARTMENT MASTER AT ALL. THE SECTION
012710*     IS ALWAYS PRINTED, SO "NO GAPS" IS STATED, NOT ASSUMED.
012720*----------------------------------------------------------------
012730 5000-NO-ANALYST-PARA.
012740     MOVE '*NONE ASSIGNED*' TO PH-ANALYST.
012750     PERFORM 4900-SECTION-HEADER-PARA THRU 4900-EXIT.
012760     MOVE 'DEPARTMENTS WITH NO ANALYST ASSIGNED' TO PT-TITLE.
012770     WRITE PRT-LINE FROM PRT-TITLE-LINE.
012780     MOVE 0 TO SECTION-DEPTS.
012790     MOVE 0 TO SECTION-BREACHES.
012800     MOVE 0 TO SECTION-OPEN.
012810     IF NO-ANALYST-COUNT = 0
012820         WRITE PRT-LINE FROM PRT-NO-GAP-LINE
012830     END-IF.
012840     PERFORM VARYING DEPT-SUB FROM 1 BY 1
012850         UNTIL DEPT-SUB > DEPT-COUNT
012860         IF DT-IS-ON-MASTER(DEPT-SUB)
012870             AND DT-ANALYST(DEPT-SUB) = SPACES
012880             PERFORM 4200-DEPT-BLOCK-PARA THRU 4200-EXIT
012890         END-IF
012900     END-PERFORM.
012910     WRITE PRT-LINE FROM PRT-BLANK-LINE.
012920     MOVE 'DEPARTMENTS NOT ON THE DEPARTMENT MASTER' TO PT-TITLE.
012930     WRITE PRT-LINE FROM PRT-TITLE-LINE.
012940     IF NOT-ON-MASTER-COUNT = 0
012950         WRITE PRT-LINE FROM PRT-NO-UNKNOWN-LINE
012960     END-IF.
012970     PERFORM VARYING DEPT-SUB FROM 1 BY 1
012980         UNTIL DEPT-SUB > DEPT-COUNT
012990         IF NOT DT-IS-ON-MASTER(DEPT-SUB)
013000             PERFORM 4200-DEPT-BLOCK-PARA THRU 4200-EXIT
013010         END-IF
013020     END-PERFORM.
013030     PERFORM 4800-SECTION-TOTAL-PARA THRU 4800-EXIT.
013040 5000-EXIT.
013050     EXIT.
013060*----------------------------------------------------------------
013070* 6000-SUMMARY-PARA - PRINT THE OPERATIONS SUMMARY: ONE INDEX
013080*     LINE PER ANALYST (SO IT CAN BE SEEN THAT EVERY SECTION WENT
013090*     OUT) AND THE RUN TOTALS. RC=4 FOR ANY TOLERANCE BREACH OR
013100*     OWNERSHIP GAP; RC=8 WHEN THE PACKAGE IS INCOMPLETE - NO
013110*     RUN TO REPORT, OR A TABLE LIMIT LEFT SOMETHING OUT.
013120*----------------------------------------------------------------
013130 6000-SUMMARY-PARA.
013140     MOVE '*SUMMARY*' TO PH-ANALYST.
013150     PERFORM 4900-SECTION-HEADER-PARA THRU 4900-EXIT.
013160     MOVE 'DISTRIBUTION SUMMARY' TO PT-TITLE.
013170     WRITE PRT-LINE FROM PRT-TITLE-LINE.
013180     WRITE PRT-LINE FROM PRT-BLANK-LINE.
013190     WRITE PRT-LINE FROM PRT-INDEX-COL-LINE.
013200     PERFORM VARYING AN-SUB FROM 1 BY 1
013210         UNTIL AN-SUB > ANALYST-COUNT
013220         MOVE AN-NAME(AN-SUB) TO PX-ANALYST
013230         MOVE AN-DEPT-COUNT(AN-SUB) TO PX-DEPTS
013240         MOVE AN-BREACH-COUNT(AN-SUB) TO PX-BREACHES
013250         MOVE AN-OPEN-COUNT(AN-SUB) TO PX-OPEN
013260         WRITE PRT-LINE FROM PRT-INDEX-LINE
013270     END-PERFORM.
013280     MOVE '*NONE ASSIGNED*' TO PX-ANALYST.
013290     MOVE SECTION-DEPTS TO PX-DEPTS.
013300     MOVE SECTION-BREACHES TO PX-BREACHES.
013310     MOVE SECTION-OPEN TO PX-OPEN.
013320     WRITE PRT-LINE FROM PRT-INDEX-LINE.
013330     WRITE PRT-LINE FROM PRT-BLANK-LINE.
013340     MOVE 'DEPARTMENTS ON MASTER' TO PN-LABEL.
013350     MOVE DEPT-MASTER-COUNT TO PN-COUNT.
013360     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013370     MOVE 'ANALYSTS' TO PN-LABEL.
013380     MOVE ANALYST-COUNT TO PN-COUNT.
013390     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013400     MOVE 'DEPARTMENTS WITH NO ANALYST' TO PN-LABEL.
013410     MOVE NO-ANALYST-COUNT TO PN-COUNT.
013420     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013430     MOVE 'DEPARTMENTS NOT ON MASTER' TO PN-LABEL.
013440     MOVE NOT-ON-MASTER-COUNT TO PN-COUNT.
013450     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013460     MOVE 'DEPARTMENTS WITH RESULTS' TO PN-LABEL.
013470     MOVE RESULTS-REPORTED TO PN-COUNT.
013480     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013490     MOVE 'RESULTS RECORDS READ' TO PN-LABEL.
013500     MOVE RESULTS-READ TO PN-COUNT.
013510     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013520     MOVE 'RECYCLE RECORDS READ' TO PN-LABEL.
013530     MOVE RCY-READ TO PN-COUNT.
013540     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013550     MOVE 'OPEN REJECTS' TO PN-LABEL.
013560     MOVE OPEN-READ TO PN-COUNT.
013570     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013580     MOVE 'OPEN REJECTS OVER AGE LIMIT' TO PN-LABEL.
013590     MOVE OVERAGE-TOTAL TO PN-COUNT.
013600     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013610     MOVE 'TOLERANCE BREACHES' TO PN-LABEL.
013620     MOVE BREACH-TOTAL TO PN-COUNT.
013630     WRITE PRT-LINE FROM PRT-COUNT-LINE.
013640     IF OVERFLOW-COUNT > 0
013650         MOVE 'OPEN REJECTS NOT LISTED' TO PN-LABEL
013660         MOVE OVERFLOW-COUNT TO PN-COUNT
013670         WRITE PRT-LINE FROM PRT-COUNT-LINE
013680     END-IF.
013690     IF UNPLACED-COUNT > 0 OR DEPT-SKIP-COUNT > 0
013700         MOVE 'RECORDS LEFT OUT - TABLE FULL' TO PN-LABEL
013710         COMPUTE PN-COUNT = UNPLACED-COUNT + DEPT-SKIP-COUNT
013720         WRITE PRT-LINE FROM PRT-COUNT-LINE
013730     END-IF.
013740     IF BREACH-TOTAL > 0 OR NO-ANALYST-COUNT > 0
013750         OR NOT-ON-MASTER-COUNT > 0
013760         MOVE 4 TO RETURN-CODE
013770     END-IF.
013780     IF WS-REPORT-DATE = 0 OR OVERFLOW-COUNT > 0
013790         OR UNPLACED-COUNT > 0 OR DEPT-SKIP-COUNT > 0
013800         DISPLAY 'PRG25N - DISTRIBUTION PACKAGE INCOMPLETE, '
013810             'SEE ANLRPT SUMMARY'
013820         MOVE 8 TO RETURN-CODE
013830     END-IF.
013840 6000-EXIT.
013850     EXIT.
013860*----------------------------------------------------------------
013870* 8000-CLOSE-PARA - CLOSE WHATEVER WAS OPENED.
013880*----------------------------------------------------------------
013890 8000-CLOSE-PARA.
013900     IF DPT-FILE-AVAILABLE
013910         CLOSE DEPT-FILE
013920     END-IF.
013930     IF RES-FILE-AVAILABLE
013940         CLOSE RESULTS-FILE
013950     END-IF.
013960     IF RCYIN-FILE-AVAILABLE
013970         CLOSE RCY-IN-FILE
013980     END-IF.
013990     IF CARD-FILE-AVAILABLE
014000         CLOSE CARD-FILE
014010     END-IF.
014020     IF PRT-FILE-AVAILABLE
014030         CLOSE PRINT-FILE
014040     END-IF.
014050 8000-EXIT.
014060     EXIT.
014070 9000-STOP-PARA.
014080     STOP RUN.
