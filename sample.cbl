001850*                  SURFACING WEEKS LATER IN PRG25M. PARM=FORCE
001860*                  OVERRIDES BOTH, AS IT DOES FOR DUPDATE.
001870* 09/02/2026  JM   RAISED THE ENTRY CEILING FROM 9999 TO
001871*                  250000 FOR THE FULL SETTLEMENTS FILE - ALL
001872*                  ENTRY TABLES, COUNTERS, THE CONTROL AND
001873*                  TRAILER COUNTS (NOW SEVEN DIGITS, SEE COPY
001874*                  PRG25TRN), THE CHECKPOINT RECORD AND THE
001875*                  AUDIT, RESULTS, EXTRACT AND PLANNING COUNT
001876*                  COLUMNS WIDENED TO MATCH. THE DISTRIBUTION
001877*                  PASS NOW RANKS THE VALID ENTRIES WITH THE
001878*                  SORT VERB INSTEAD OF THE STRAIGHT-INSERTION
001879*                  SORT, WHOSE N-SQUARED PASSES DOMINATED THE
001880*                  STEP'S RUN TIME ON A FULL NIGHT.
001881* 10/15/2026  JM   ADDED PARM='VALIDATE' - A PRE-FLIGHT PASS THAT
001882*                  RUNS EVERY CONTROL, CALENDAR, BALANCING AND
001883*                  ENTRY EDIT AGAINST THE AFTERNOON'S FEED AND
001884*                  ENDS WITH THE SAME RETURN CODES AS THE NIGHT
001885*                  RUN, BUT BUMPS NO RUN NUMBER AND WRITES NO
001886*                  AUDIT, RECYCLE, EXTRACT, PLANNING, RESULTS,
001887*                  CHECKPOINT OR RUN CONTROL RECORD, SO A BAD
001888*                  FILE GOES BACK TO THE FEEDER THE SAME DAY.
001889* 10/15/2026  JM   SEGMENT SOURCES ARE NOW CHECKED AGAINST THE
001890*                  PRG25FSR FEED SOURCE REGISTRY (COPY PRG25FSR,
001891*                  MAINTAINED THROUGH PRG25F): A SEGMENT FROM AN
001892*                  UNREGISTERED OR INACTIVE SOURCE IS REFUSED
001893*                  WITH RC=17 AND AN UNREGSRC AUDIT STATUS; A
001894*                  DAILY FEED THAT SENT NOTHING FOR THE BUSINESS
001895*                  DATE, OR A FEED OUTSIDE ITS NORMAL ENTRY-COUNT
001896*                  BAND, IS ALERTED ON AND RATED IN THE SOURCE
001897*                  SECTION; A DETAIL FOR A DEPARTMENT THE FEED
001898*                  DOES NOT OWN IS REJECTED WITH REASON DF. THE
001899*                  SOURCE TABLE IS RAISED FROM 10 TO 50 ROWS.
001900* 10/15/2026  JM   DEPARTMENTS ARE NOW ROLLED UP INTO THEIR
001901*                  DIVISION (DPT-DIVISION ON PRG25DPT, SET THROUGH
001902*                  PRG25D): THE SUMMARY REPORT PRINTS A SUBTOTAL
001903*                  SECTION PER DIVISION - COUNT, MAX, MIN,
001904*                  AVERAGE, RANGE AND TIES - BETWEEN THE
001905*                  DEPARTMENT SECTIONS AND THE GRAND TOTALS, AND A
001906*                  DIVISION RECORD GOES TO PRG25RES AND PRG25EXT
001907*                  BESIDE THE DEPARTMENT AND *ALL ONES (COPY
001908*                  PRG25DVT).
001909* 10/15/2026  JM   A RESUBMITTED CORRECTION NOW RESTATES THE DAY
001910*                  IT BELONGS TO: PRG25C CARRIES EACH REJECT'S
001911*                  ORIGINAL BUSINESS DATE ON ITS DETAIL, AND ONE
001912*                  FOR AN EARLIER DATE IS HELD OUT OF TONIGHT'S
001913*                  FIGURES AND ADDED INTO THAT DAY'S DEPARTMENT,
001914*                  DIVISION AND *ALL PRG25RES RECORDS, WHICH KEEP
001915*                  THEIR ORIGINALLY REPORTED FIGURES BESIDE THE
001916*                  RESTATED ONES (RECORD NOW 200 BYTES, WITH THE
001917*                  SUM). A NEW PRG25RST REPORT SHOWS EACH RECORD
001918*                  BEFORE AND AFTER WITH THE CORRECTIONS BEHIND
001919*                  IT. A CORRECTION THAT FAILS AGAIN GOES BACK ON
001920*                  PRG25RCY UNDER ITS ORIGINAL DATE (COPY
001921*                  PRG25RST).
001922* 10/15/2026  JM   EVERY ACCEPTED ENTRY IS NOW WRITTEN TO THE NEW
001923*                  PRG25DTH DETAIL HISTORY KSDS (KEY = BUSINESS
001924*                  DATE PLUS ENTRY NUMBER) WITH ITS DEPARTMENT,
001925*                  SOURCE, RECORD TYPE, AMOUNT AND RUN NUMBER, SO
001926*                  PRG25Q CAN TRACE A DAY'S FIGURES BACK TO THEIR
001927*                  ENTRIES (COPY PRG25DTH).
001928* 10/15/2026  JM   EACH RUN NOW POSTS ITS DEPARTMENT AND *ALL
001929*                  FIGURES INTO THE DAY SLOTS OF THE NEW PRG25PAC
001930*                  PERIOD ACCUMULATOR KSDS FOR THE PRG25P
001931*                  MONTH-END AND YEAR-END CLOSE. A FORCED RERUN
001932*                  OVERWRITES THE DAY IT FIRST POSTED (COPY
001933*                  PRG25PAC, PRG25PAT).
001934* 10/15/2026  JM   EVERY SEGMENT THAT BALANCES IS NOW
001935*                  FINGERPRINTED (SOURCE, BUSINESS DATE, TRAILER
001936*                  COUNT AND HASH) AND CHECKED AGAINST TONIGHT'S
001937*                  EARLIER SEGMENTS AND THE NEW PRG25SFP REGISTRY
001938*                  OF SEGMENTS ALREADY PROCESSED. PRG25PRM KEYWORD
001939*                  DUP-SEGMENT-ACTION REFUSES THE RUN (DUPSEG,
001940*                  RC=18, THE DEFAULT) OR SKIPS THE SEGMENT WITH
001941*                  A REPORT AND ALERT LINE. ACCEPTED SEGMENTS ARE
001942*                  REGISTERED AT END OF RUN (COPY PRG25SFP,
001943*                  PRG25SFT).
001947* 10/15/2026  JM   AMOUNT RECORDS NOW CARRY AN ISO CURRENCY CODE
001949*                  (PRG25TRN COLS 45-47, BLANK FOR THE BASE
001951*                  CURRENCY) AND ARE CONVERTED TO THE BASE
001953*                  CURRENCY (PRG25PRM KEYWORD BASE-CURRENCY,
001955*                  DEFAULT USD) AT THE RATE ON THE NEW PRG25FXR
001957*                  DATASET FOR THEIR BUSINESS DATE BEFORE THEY ARE
001959*                  COUNTED OR DISTRIBUTED. NO RATE SENDS THE ENTRY
001961*                  TO PRG25RCY AS XR. THE REPORT AND PRG25PLN
001963*                  (TYPE C) SHOW EACH CURRENCY'S ORIGINAL AND
001965*                  CONVERTED TOTALS (COPY PRG25FXR, PRG25FXT).
001967* 10/15/2026  JM   A SEGMENT DATED ON OR BEFORE THE LAST DATE
001969*                  IS CHECKED AGAINST PRG25SFP BEFORE DUPDATE: A
001971*                  RESEND IS SKIPPED OR REFUSED, A RELEASED ONE
001973*                  ACCEPTED. FORCE PASSES ONLY THE RERUN DATE; THE
001975*                  LAST DATE COMPLETED NEVER MOVES BACKWARD.
001977* 10/15/2026  JM   THE DUPLICATE SEGMENT LINE PRINTS THE RECORD
001979*                  COUNT ZERO-FILLED, AS KEYED ON A PRG25G CARD.
001981*                  THE DETAIL HISTORY COUNT TAKES ONLY RECORDS
001983*                  WRITTEN OR REWRITTEN.
001984* 10/15/2026  JM   A CORRECTION LEFT OUT OF A FULL RESTATE TABLE
001985*                  IS COUNTED ON PRG25RST AND GIVES RC=4. ONE WITH
001986*                  NO ORIGINAL POSITION IS KEPT IN DETAIL HISTORY
001987*                  UNDER TONIGHT'S DATE. PARAGRAPHS PUT IN NUMERIC
001988*                  ORDER.
001989*----------------------------------------------------------------
001990 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002010 FILE-CONTROL.
002380     SELECT OPTIONAL DEPT-FILE ASSIGN TO PRG25DPT
002390         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS WS-DPT-STATUS.
002401     SELECT DETAIL-HISTORY-FILE ASSIGN TO PRG25DTH
002402         ORGANIZATION IS INDEXED
002403         ACCESS MODE IS DYNAMIC
002404         RECORD KEY IS DTH-KEY
002405         FILE STATUS IS WS-DTH-STATUS.
002410     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO PRG25CAL
002420         ORGANIZATION IS SEQUENTIAL
002430         FILE STATUS IS WS-CAL-STATUS.
002432     SELECT OPTIONAL FEED-FILE ASSIGN TO PRG25FSR
002434         ORGANIZATION IS SEQUENTIAL
002436         FILE STATUS IS WS-FSR-STATUS.
002437     SELECT OPTIONAL FX-RATE-FILE ASSIGN TO PRG25FXR
002438         ORGANIZATION IS SEQUENTIAL
002439         FILE STATUS IS WS-FXR-STATUS.
002440     SELECT RESULTS-FILE ASSIGN TO PRG25RES
002450         ORGANIZATION IS INDEXED
002460         ACCESS MODE IS DYNAMIC
002470         RECORD KEY IS RES-KEY
002480         FILE STATUS IS WS-RES-STATUS.
002481     SELECT RESTATE-FILE ASSIGN TO PRG25RST
002482         ORGANIZATION IS SEQUENTIAL
002483         FILE STATUS IS WS-RSR-STATUS.
002484     SELECT PERIOD-FILE ASSIGN TO PRG25PAC
002485         ORGANIZATION IS INDEXED
002486         ACCESS MODE IS DYNAMIC
002487         RECORD KEY IS PAC-KEY
002488         FILE STATUS IS WS-PAC-STATUS.
002490     SELECT FINGERPRINT-FILE ASSIGN TO PRG25SFP
002491         ORGANIZATION IS INDEXED
002492         ACCESS MODE IS DYNAMIC
002493         RECORD KEY IS SFP-KEY
002494         FILE STATUS IS WS-SFP-STATUS.
002495     SELECT SORT-FILE ASSIGN TO SORTWK.
002500 DATA DIVISION.
002510 FILE SECTION.
002520 FD  PARM-FILE
002610 FD  CALENDAR-FILE
002620     RECORDING MODE IS F.
002630     COPY PRG25CAL.
002632 FD  FEED-FILE
002634     RECORDING MODE IS F.
002636     COPY PRG25FSR.
002637 FD  FX-RATE-FILE
002638     RECORDING MODE IS F.
002639     COPY PRG25FXR.
002640 FD  TRANS-FILE
002650     RECORDING MODE IS F.
002660     COPY PRG25TRN.
003020 FD  PLAN-FILE
003030     RECORDING MODE IS F.
003040     COPY PRG25PLN.
003042 FD  PERIOD-FILE.
003044     COPY PRG25PAC.
003046 FD  FINGERPRINT-FILE.
003048     COPY PRG25SFP.
003050 FD  RESULTS-FILE.
003060     COPY PRG25RES.
003062 FD  RESTATE-FILE
003064     RECORDING MODE IS F.
003066 01  RSR-LINE                    PIC X(132).
003068 FD  DETAIL-HISTORY-FILE.
003069     COPY PRG25DTH.
003070 SD  SORT-FILE.
003080 01  SORT-REC.
003090     05  SRT-VALUE               PIC S9(7)V99.
003190         INDEXED BY VALID-IDX.
003200         88  ENTRY-VALID                  VALUE 'Y'.
003210         88  ENTRY-INVALID                VALUE 'N'.
003212         88  ENTRY-RESTATED               VALUE 'S'.
003220 77  IDX                         PIC 9(7) VALUE 1.
003230 77  MAX                         PIC S9(7)V99
003240     VALUE -9999999.99.
003630     05  ENTRY-SRC-SUB           PIC 9(2)
003640         OCCURS 1 TO 250000 TIMES DEPENDING ON ENTRY-COUNT
003650         INDEXED BY ENTRY-SRC-IDX.
003652 01  ENTRY-CURRENCIES.
003654     05  ENTRY-CURRENCY          PIC X(3)
003656         OCCURS 1 TO 250000 TIMES DEPENDING ON ENTRY-COUNT
003658         INDEXED BY ENTRY-CUR-IDX.
003660 01  SOURCE-STATS-TABLE.
003670     05  SOURCE-COUNT            PIC 9(2) VALUE 0.
003680     05  SOURCE-STATS            OCCURS 50 TIMES
003690         INDEXED BY SRC-IDX.
003700         10  SRC-ID              PIC X(8).
003710         10  SRC-READ-COUNT      PIC 9(7).
003720         10  SRC-VALID-COUNT     PIC 9(7).
003730         10  SRC-REJECT-COUNT    PIC 9(7).
003740         10  SRC-BALANCE         PIC X(8).
003742         10  SRC-FREF-SUB        PIC 9(3).
003750 77  SRC-SUB                     PIC 9(2) VALUE 0.
003760 77  SRC-FOUND-SUB               PIC 9(2) VALUE 0.
003770 77  WS-CUR-SRC-SUB              PIC 9(2) VALUE 0.
003920         10  DEPT-AVERAGE        PIC S9(7)V99.
003930         10  DEPT-RANGE          PIC 9(8)V99.
003940         10  DEPT-TIE-COUNT      PIC 9(7).
003942         10  DEPT-DIVISION       PIC X(4).
003944     COPY PRG25DVT.
003946     COPY PRG25RST.
003950 01  DEPT-REF-TABLE.
003960     05  DREF-COUNT              PIC 9(3) VALUE 0.
003970     05  DREF-ENTRY              OCCURS 200 TIMES
004010         10  DREF-ACTIVE-FLAG    PIC X(1).
004020             88  DREF-ACTIVE             VALUE 'A'.
004030             88  DREF-INACTIVE           VALUE 'I'.
004032         10  DREF-DIVISION       PIC X(4).
004040 77  DREF-SUB                    PIC 9(3) VALUE 0.
004050 77  DREF-FOUND-SUB              PIC 9(3) VALUE 0.
004060 77  WS-DEPT-LOOKUP              PIC X(4) VALUE SPACES.
004100     88  DPT-NOT-FOUND                     VALUE '05' '35'.
004110 77  WS-DEPT-REF-LOADED          PIC X(01) VALUE 'N'.
004120     88  DEPT-REF-LOADED                  VALUE 'Y'.
004122     COPY PRG25FRT.
004126     COPY PRG25FXT.
004130 01  CAL-TABLE.
004140     05  CAL-COUNT               PIC 9(3) VALUE 0.
004150     05  CAL-ENTRY               OCCURS 400 TIMES
004950 77  WS-RCY-REASON               PIC X(02) VALUE SPACES.
004960 77  WS-RES-STATUS               PIC X(02) VALUE SPACES.
004970     88  RES-OK                            VALUE '00'.
004971 77  WS-DTH-STATUS               PIC X(02) VALUE SPACES.
004972     88  DTH-OK                            VALUE '00'.
004973 77  WS-DTH-SCAN                 PIC X(01) VALUE 'N'.
004974     88  DTH-SCAN-DONE                    VALUE 'Y'.
004975 77  DTH-WRITE-COUNT             PIC 9(7) VALUE 0.
004976 77  DTH-PURGE-COUNT             PIC 9(7) VALUE 0.
004978     COPY PRG25PAT.
004979     COPY PRG25SFT.
004980 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
004990     88  PRM-OK                            VALUE '00'.
005000     88  PRM-EOF                           VALUE '10'.
005210     88  DST-OK                            VALUE '00'.
005220 77  WS-DST-AVAILABLE            PIC X(01) VALUE 'N'.
005230     88  DST-FILE-AVAILABLE               VALUE 'Y'.
005232 77  WS-RSR-STATUS               PIC X(02) VALUE SPACES.
005234     88  RSR-OK                            VALUE '00'.
005236 77  WS-RSR-AVAILABLE            PIC X(01) VALUE 'N'.
005238     88  RSR-FILE-AVAILABLE               VALUE 'Y'.
005240 01  SORTED-VALUES.
005250     05  SORT-COUNT              PIC 9(7) VALUE 0.
005260     05  SORT-VAL                PIC S9(7)V99
005690 77  WS-LAST-BUS-DATE            PIC 9(8) VALUE 0.
005700 77  WS-FORCE-FLAG               PIC X(01) VALUE 'N'.
005710     88  FORCE-RERUN                      VALUE 'Y'.
005712 77  WS-VALIDATE-FLAG            PIC X(01) VALUE 'N'.
005714     88  VALIDATE-ONLY                    VALUE 'Y'.
005720 77  WS-CKPT-STATUS              PIC X(02) VALUE SPACES.
005730     88  CKPT-OK                           VALUE '00'.
005740     88  CKPT-EOF                          VALUE '10'.
006080     05  RH1A-MAX-ENTRIES        PIC ZZZZZZ9.
006090     05  FILLER                  PIC X(12) VALUE '  SOURCE: '.
006100     05  RH1A-SOURCE             PIC X(8).
006110     05  FILLER                  PIC X(11) VALUE '  DUP SEG: '.
006113     05  RH1A-DUP-SEG            PIC X(6).
006116     05  FILLER                  PIC X(12) VALUE '  BASE CCY: '.
006117     05  RH1A-BASE-CCY           PIC X(3).
006118     05  FILLER                  PIC X(02) VALUE SPACES.
006120 01  RPT-HEADER-LINE-2.
006130     05  FILLER                  PIC X(30) VALUE
006140         'ENTRY          VALUE   DEPT'.
006220                                 PIC X(11).
006230     05  FILLER                  PIC X(03) VALUE SPACES.
006240     05  RD-DEPT                 PIC X(4).
006250     05  FILLER                  PIC X(02) VALUE SPACES.
006252     05  RD-NOTE                 PIC X(20).
006254     05  FILLER                  PIC X(81) VALUE SPACES.
006260 01  RPT-MAX-LINE.
006270     05  FILLER                  PIC X(15) VALUE 'MAXIMUM VALUE:'.
006280     05  RM-MAX                  PIC -ZZZZZZ9.99.
006520         '  TIED AT POSITION '.
006530     05  RT-TIE-POSITION         PIC ZZZZZZ9.
006540     05  FILLER                  PIC X(106) VALUE SPACES.
006541 01  RPT-PREFLIGHT-END-LINE.
006542     05  FILLER                  PIC X(30) VALUE
006543         'PRE-FLIGHT COMPLETE - ENTRIES:'.
006544     05  RPE-ENTRY-COUNT         PIC ZZZZZZ9.
006545     05  FILLER                  PIC X(09) VALUE '  VALID:'.
006546     05  RPE-VALID-COUNT         PIC ZZZZZZ9.
006547     05  FILLER                  PIC X(12) VALUE '  REJECTED:'.
006548     05  RPE-REJECT-COUNT        PIC ZZZZZZ9.
006549     05  FILLER                  PIC X(60) VALUE SPACES.
006550 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
006552 01  RPT-PREFLIGHT-LINE.
006554     05  FILLER                  PIC X(60) VALUE
006556         'PRE-FLIGHT VALIDATION ONLY - NO MASTER FILE UPDATED'.
006558     05  FILLER                  PIC X(72) VALUE SPACES.
006560 01  RPT-OOB-COUNT-LINE.
006570     05  FILLER                  PIC X(32) VALUE
006580         'INPUT OUT OF BALANCE - RECORDS:'.
007140     05  FILLER                  PIC X(47) VALUE
007150         'NO PRIOR COMPLETED RUN - MAX MOVEMENT NOT RATED'.
007160     05  FILLER                  PIC X(85) VALUE SPACES.
007161 01  ALT-FEED-LINE.
007162     05  FILLER                  PIC X(13) VALUE 'ALERT - FEED '.
007163     05  AF-SOURCE-ID            PIC X(8).
007164     05  AF-CONDITION            PIC X(27).
007165     05  FILLER                  PIC X(09) VALUE ' ENTRIES '.
007166     05  AF-COUNT                PIC ZZZZZZ9.
007167     05  FILLER                  PIC X(10) VALUE ' SEVERITY '.
007168     05  AF-SEVERITY             PIC X(7).
007169     05  FILLER                  PIC X(51) VALUE SPACES.
007170 01  ALT-NO-VALID-LINE.
007180     05  FILLER                  PIC X(42) VALUE
007190         'NO VALID ENTRIES - MAX MOVEMENT NOT RATED'.
007200     05  FILLER                  PIC X(90) VALUE SPACES.
007201 01  ALT-FEED-DETAIL-LINE.
007202     05  FILLER                  PIC X(13) VALUE '  FEED NAME: '.
007203     05  AFD-FEED-NAME           PIC X(20).
007204     05  FILLER                  PIC X(11) VALUE '  CONTACT: '.
007205     05  AFD-CONTACT             PIC X(20).
007206     05  FILLER                  PIC X(08) VALUE '  BAND: '.
007207     05  AFD-MIN-COUNT           PIC ZZZZZZ9.
007208     05  AFD-MAX-COUNT           PIC B/BZZZZZZ9.
007209     05  FILLER                  PIC X(43) VALUE SPACES.
007210 01  DST-HEADER-LINE.
007220     05  FILLER                  PIC X(30) VALUE
007230         'PRG25 DISTRIBUTION ANALYSIS'.
007730     05  FILLER                  PIC X(09) VALUE '  INPUT '.
007740     05  RDS-INPUT               PIC 9(4)/99/99.
007750     05  FILLER                  PIC X(73) VALUE SPACES.
007751 01  RPT-UNREG-SOURCE-LINE.
007752     05  FILLER                  PIC X(25) VALUE
007753         'SEGMENT REFUSED - SOURCE '.
007754     05  RUS-SOURCE-ID           PIC X(8).
007755     05  FILLER                  PIC X(01) VALUE SPACE.
007756     05  RUS-CONDITION           PIC X(17).
007757     05  FILLER                  PIC X(81) VALUE SPACES.
007760 01  RPT-DEPT-HEADER-LINE.
007770     05  FILLER                  PIC X(12) VALUE 'DEPARTMENT: '.
007780     05  RDH-DEPT-CODE           PIC X(4).
007820     05  FILLER                  PIC X(15) VALUE 'VALID ENTRIES:'.
007830     05  RDH-VALID-COUNT         PIC ZZZZZZ9.
007840     05  FILLER                  PIC X(69) VALUE SPACES.
007841 01  RPT-DIV-HEADER-LINE.
007842     05  FILLER                  PIC X(12) VALUE 'DIVISION:   '.
007843     05  RVH-DIV-CODE            PIC X(4).
007844     05  FILLER                  PIC X(15) VALUE '  DEPARTMENTS:'.
007845     05  RVH-DEPT-COUNT          PIC ZZ9.
007846     05  FILLER                  PIC X(03) VALUE SPACES.
007847     05  FILLER                  PIC X(15) VALUE 'VALID ENTRIES:'.
007848     05  RVH-VALID-COUNT         PIC ZZZZZZ9.
007849     05  FILLER                  PIC X(73) VALUE SPACES.
007850 01  RPT-GRAND-HEADER-LINE.
007860     05  FILLER                  PIC X(30) VALUE
007870         'ALL DEPARTMENTS - GRAND TOTAL'.
007880     05  FILLER                  PIC X(102) VALUE SPACES.
007890 01  RPT-SOURCE-HEADER-LINE.
007900     05  FILLER                  PIC X(50) VALUE
007910         'SOURCE      READ  VALID REJECT  BALANCE    VOLUME'.
007920     05  FILLER                  PIC X(82) VALUE SPACES.
007930 01  RPT-SOURCE-LINE.
007940     05  RS-SOURCE-ID            PIC X(8).
007950     05  FILLER                  PIC X(02) VALUE SPACES.
008000     05  RS-REJECT-COUNT         PIC ZZZZZZ9.
008010     05  FILLER                  PIC X(02) VALUE SPACES.
008020     05  RS-BALANCE              PIC X(8).
008030     05  FILLER                  PIC X(02) VALUE SPACES.
008032     05  RS-VOLUME               PIC X(8).
008034     05  FILLER                  PIC X(75) VALUE SPACES.
008040 01  ERR-DETAIL-LINE.
008050     05  FILLER                  PIC X(16) VALUE
008060         'REJECTED ENTRY '.
008190     PERFORM 1400-PARM-PARA THRU 1400-EXIT.
008200     PERFORM 1300-PARAMETERS-PARA THRU 1300-EXIT.
008210     PERFORM 1250-DEPT-MASTER-PARA THRU 1250-EXIT.
008212     PERFORM 1270-FEED-REGISTRY-PARA THRU 1270-EXIT.
008216     PERFORM 1280-SEGMENT-FPRINT-OPEN-PARA THRU 1280-EXIT.
008220     PERFORM 1450-CALENDAR-PARA THRU 1450-EXIT.
008230     PERFORM 1500-RUN-NUMBER-PARA THRU 1500-EXIT.
008240     PERFORM 1100-PRIOR-RUN-PARA THRU 1100-EXIT.
008270     PERFORM 1800-READ-CONTROL-PARA THRU 1800-EXIT.
008280     PERFORM 1950-SEGMENT-PARA THRU 1950-EXIT
008290         UNTIL NOT MORE-SEGMENTS.
008295     PERFORM 2270-SEGMENT-CHECK-PARA THRU 2270-EXIT.
008297     PERFORM 2400-FX-RATE-PARA THRU 2400-EXIT.
008300     PERFORM 2500-VALIDATE-PARA THRU 2500-EXIT.
008302     PERFORM 2700-RESTATE-SELECT-PARA THRU 2700-EXIT.
008310     PERFORM 3000-COMP-PARA THRU 3000-EXIT.
008320     PERFORM 3500-TIE-PARA THRU 3500-EXIT.
008322     PERFORM 3600-DIVISION-PARA THRU 3600-EXIT.
008330     PERFORM 4000-EXCEPTION-PARA THRU 4000-EXIT.
008340     PERFORM 5000-DISTRIBUTION-PARA THRU 5000-EXIT.
008350     PERFORM 7000-REPORT-PARA THRU 7000-EXIT.
008360     MOVE 'COMPLETE' TO WS-COMPLETION-STATUS.
008362     IF VALIDATE-ONLY
008364         PERFORM 7050-PREFLIGHT-PARA THRU 7050-EXIT
008366     ELSE
008370         PERFORM 7500-AUDIT-PARA THRU 7500-EXIT
008380         PERFORM 7600-EXTRACT-PARA THRU 7600-EXIT
008390         PERFORM 7800-PLANNING-PARA THRU 7800-EXIT
008400         PERFORM 7650-RESULTS-PARA THRU 7650-EXIT
008410         PERFORM 7700-RUN-CTL-DATE-PARA THRU 7700-EXIT
008411         PERFORM 7300-SEGMENT-REGISTER-PARA THRU 7300-EXIT
008412     END-IF.
008414     PERFORM 7900-RESTATE-PARA THRU 7900-EXIT.
008416     IF NOT VALIDATE-ONLY
008417         PERFORM 7400-HISTORY-PARA THRU 7400-EXIT
008418         PERFORM 7450-PERIOD-PARA THRU 7450-EXIT
008419     END-IF.
008420     PERFORM 8000-CLOSE-PARA THRU 8000-EXIT.
008430     IF RETURN-CODE = 0 AND WS-ALERT-RC > 0
008440         MOVE WS-ALERT-RC TO RETURN-CODE
008480* 1000-OPEN-PARA - OPEN THE TRANSACTION INPUT, REPORT, ERROR AND
008490*     AUDIT TRAIL FILES. THE AUDIT FILE IS OPENED FIRST SO THAT
008500*     A FAILURE OPENING ANY OTHER FILE CAN STILL BE RECORDED.
008502*     A PRE-FLIGHT (PARM='VALIDATE') RUN OPENS ONLY THE INPUT
008504*     AND THE PRINTED REPORTS - THE AUDIT TRAIL, RECYCLE,
008506*     EXTRACT AND PLANNING DATASETS ARE LEFT UNTOUCHED.
008510*----------------------------------------------------------------
008520 1000-OPEN-PARA.
008522     IF NOT VALIDATE-ONLY
008530         OPEN EXTEND AUDIT-FILE
008540         IF NOT AUD-OK
008550             DISPLAY 'PRG25 - UNABLE TO OPEN PRG25AUD, STATUS = '
008560                 WS-AUD-STATUS
008570             DISPLAY 'PRG25 - CONTINUING WITHOUT AN AUDIT TRAIL'
008580             MOVE 'N' TO WS-AUD-AVAILABLE
008590         END-IF
008592     END-IF.
008600     OPEN INPUT TRANS-FILE.
008610     IF NOT TRANS-OK
008620         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25IN, STATUS = '
008770         GO TO 9000-STOP-PARA
008780     END-IF.
008790     SET RPT-FILE-AVAILABLE TO TRUE.
008792     IF VALIDATE-ONLY
008794         WRITE RPT-LINE FROM RPT-PREFLIGHT-LINE
008796     END-IF.
008800     OPEN OUTPUT ERROR-FILE.
008810     IF NOT ERR-OK
008820         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25ERR, STATUS = '
008870         GO TO 9000-STOP-PARA
008880     END-IF.
008890     SET ERR-FILE-AVAILABLE TO TRUE.
008892     IF NOT VALIDATE-ONLY
008900         OPEN OUTPUT RECYCLE-FILE
008910         IF NOT RCY-OK
008920             DISPLAY 'PRG25 - UNABLE TO OPEN PRG25RCY, STATUS = '
008930                 WS-RCY-STATUS
008940             MOVE 16 TO RETURN-CODE
008950             PERFORM 7500-AUDIT-PARA THRU 7500-EXIT
008960             PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
008970             GO TO 9000-STOP-PARA
008980         END-IF
008990         SET RCY-FILE-AVAILABLE TO TRUE
008992     END-IF.
009000     OPEN OUTPUT ALERT-FILE.
009010     IF NOT ALT-OK
009020         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25ALT, STATUS = '
009170         GO TO 9000-STOP-PARA
009180     END-IF.
009190     SET DST-FILE-AVAILABLE TO TRUE.
009192     IF VALIDATE-ONLY
009194         GO TO 1000-EXIT
009196     END-IF.
009200     OPEN OUTPUT EXTRACT-FILE.
009210     IF NOT EXT-OK
009220         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25EXT, STATUS = '
009470*     WRITE IS DISPLAYED SO OPERATIONS CAN SEE THAT THE RUN
009480*     NUMBER (AND THEREFORE THE AUDIT TRAIL'S RUN NUMBER) IS NOT
009490*     BEING PERSISTED, RATHER THAN HAVING IT SILENTLY RESET.
009492*     A PRE-FLIGHT RUN READS THE DATASET FOR THE LAST DATE
009494*     COMPLETED AND SHOWS THE NUMBER THE NIGHT RUN WILL TAKE,
009496*     BUT DOES NOT REWRITE IT.
009500*----------------------------------------------------------------
009510 1500-RUN-NUMBER-PARA.
009520     MOVE ZERO TO WS-RUN-NUMBER.
009700         END-IF
009710     END-IF.
009720     ADD 1 TO WS-RUN-NUMBER.
009722     IF VALIDATE-ONLY
009724         GO TO 1500-EXIT
009726     END-IF.
009730     OPEN OUTPUT RUN-CTL-FILE.
009740     IF RUNCTL-OK
009750         MOVE WS-RUN-NUMBER TO RUN-CTL-NUMBER
010880     MOVE DPT-CODE TO DREF-CODE(DREF-IDX).
010890     MOVE DPT-NAME TO DREF-NAME(DREF-IDX).
010900     MOVE DPT-ACTIVE-FLAG TO DREF-ACTIVE-FLAG(DREF-IDX).
010902     MOVE DPT-DIVISION TO DREF-DIVISION(DREF-IDX).
010910 1260-EXIT.
010920     EXIT.
010921*----------------------------------------------------------------
010922* 1270-FEED-REGISTRY-PARA - LOAD THE PRG25FSR FEED SOURCE
010923*     REGISTRY MAINTAINED BY OPERATIONS THROUGH PRG25F. AN
010924*     ABSENT OR EMPTY REGISTRY IS WARNED ABOUT AND THE SOURCE,
010925*     FEED-VOLUME AND DEPARTMENT-OWNERSHIP CHECKS ARE SKIPPED
010926*     THIS RUN, THE SAME GRACEFUL PATH AS PRG25DPT.
010927*----------------------------------------------------------------
010928 1270-FEED-REGISTRY-PARA.
010929     OPEN INPUT FEED-FILE.
010930     IF FSR-NOT-FOUND
010931         DISPLAY 'PRG25 - PRG25FSR NOT PRESENT, FEED REGISTRY '
010932             'CHECKS SKIPPED THIS RUN'
010933         GO TO 1270-EXIT
010934     END-IF.
010935     IF NOT FSR-OK
010936         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25FSR, STATUS = '
010937             WS-FSR-STATUS
010938         DISPLAY 'PRG25 - FEED REGISTRY CHECKS SKIPPED THIS RUN'
010939         GO TO 1270-EXIT
010940     END-IF.
010941     PERFORM 1275-READ-FEED-PARA THRU 1275-EXIT
010942         UNTIL FSR-EOF OR FREF-COUNT = 50.
010943     IF NOT FSR-EOF
010944         DISPLAY 'PRG25 - FEED REGISTRY TABLE FULL AT 50 RECORDS'
010945     END-IF.
010946     CLOSE FEED-FILE.
010947     IF FREF-COUNT > 0
010948         SET FEED-REF-LOADED TO TRUE
010949     ELSE
010950         DISPLAY 'PRG25 - PRG25FSR IS EMPTY, FEED REGISTRY '
010951             'CHECKS SKIPPED THIS RUN'
010952     END-IF.
010953 1270-EXIT.
010954     EXIT.
010955*----------------------------------------------------------------
010956* 1275-READ-FEED-PARA - READ AND TABLE ONE FEED REGISTRY RECORD.
010957*----------------------------------------------------------------
010958 1275-READ-FEED-PARA.
010959     READ FEED-FILE
010960         AT END
010961             GO TO 1275-EXIT
010962     END-READ.
010963     IF FSR-SOURCE-ID = SPACES
010964         GO TO 1275-EXIT
010965     END-IF.
010966     ADD 1 TO FREF-COUNT.
010967     SET FREF-IDX TO FREF-COUNT.
010968     MOVE FSR-SOURCE-ID TO FREF-SOURCE-ID(FREF-IDX).
010969     MOVE FSR-FEED-NAME TO FREF-FEED-NAME(FREF-IDX).
010970     MOVE FSR-CONTACT TO FREF-CONTACT(FREF-IDX).
010971     MOVE FSR-ACTIVE-FLAG TO FREF-ACTIVE-FLAG(FREF-IDX).
010972     MOVE FSR-DAILY-FLAG TO FREF-DAILY-FLAG(FREF-IDX).
010973     MOVE FSR-MIN-COUNT TO FREF-MIN-COUNT(FREF-IDX).
010974     MOVE FSR-MAX-COUNT TO FREF-MAX-COUNT(FREF-IDX).
010975     MOVE FSR-DEPT-COUNT TO FREF-DEPT-COUNT(FREF-IDX).
010976     IF FREF-DEPT-COUNT(FREF-IDX) > 20
010977         MOVE 20 TO FREF-DEPT-COUNT(FREF-IDX)
010978     END-IF.
010979     PERFORM VARYING FREF-DEPT-SUB FROM 1 BY 1
010980         UNTIL FREF-DEPT-SUB > 20
010981         MOVE FSR-DEPT-CODE(FREF-DEPT-SUB)
010982             TO FREF-DEPT(FREF-IDX, FREF-DEPT-SUB)
010983     END-PERFORM.
010984     MOVE 'N' TO FREF-SEEN-FLAG(FREF-IDX).
010985     MOVE 0 TO FREF-DAY-DATE(FREF-IDX).
010986     MOVE 0 TO FREF-DAY-COUNT(FREF-IDX).
010987     MOVE SPACES TO FREF-VOLUME(FREF-IDX).
010988 1275-EXIT.
010989     EXIT.
010990*----------------------------------------------------------------
010991* 1280-SEGMENT-FPRINT-OPEN-PARA - OPEN THE PRG25SFP SEGMENT
010992*     FINGERPRINT REGISTRY FOR THE DUPLICATE-SEGMENT CHECK IN
010993*     2250-SEGMENT-FPRINT-PARA. A CLUSTER NEVER YET LOADED HAS
010994*     NOTHING TO MATCH; ANY OTHER FAILURE IS WARNED ABOUT AND THE
010995*     RUN GOES ON CHECKING ONLY FOR A SEGMENT REPEATED WITHIN
010996*     TONIGHT'S INPUT.
010997*----------------------------------------------------------------
010998 1280-SEGMENT-FPRINT-OPEN-PARA.
010999     OPEN INPUT FINGERPRINT-FILE.
011000     IF SFP-OK
011001         SET SFP-FILE-AVAILABLE TO TRUE
011002         GO TO 1280-EXIT
011003     END-IF.
011004     IF WS-SFP-STATUS = '35'
011005         DISPLAY 'PRG25 - PRG25SFP HOLDS NO FINGERPRINTS YET'
011006     ELSE
011007         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25SFP, STATUS = '
011008             WS-SFP-STATUS
011009         DISPLAY 'PRG25 - SEGMENTS CHECKED AGAINST THIS RUN ONLY'
011010     END-IF.
011011 1280-EXIT.
011012     EXIT.
011013*----------------------------------------------------------------
011014* 1450-CALENDAR-PARA - LOAD THE BUSINESS CALENDAR MAINTAINED
011015*     BY OPERATIONS: THE WEEKEND RULE AND THE HOLIDAY AND
011016*     MAKE-UP-DAY DATES. AN ABSENT OR EMPTY CALENDAR IS
011017*     WARNED ABOUT AND THE EXPECTED-DATE CHECK IS SKIPPED
011018*     THIS RUN, THE SAME GRACEFUL PATH AS PRG25DPT.
011019*----------------------------------------------------------------
011020 1450-CALENDAR-PARA.
011021     OPEN INPUT CALENDAR-FILE.
011022     IF CAL-NOT-FOUND
011030         DISPLAY 'PRG25 - PRG25CAL NOT PRESENT, CALENDAR '
011040             'CHECKS SKIPPED THIS RUN'
011050         GO TO 1450-EXIT
013020*     THAT CANNOT BE APPLIED IS WARNED ABOUT AND SKIPPED, AND
013030*     THE HEADER ECHO SHOWS SOURCE MIXED SO THE RUN DOCUMENTS
013040*     THAT NOT EVERY PARAMETER CAME FROM PRG25PRM.
013045*     DUP-SEGMENT-ACTION TAKES A WORD INSTEAD - SKIP OR REFUSE -
013047*     AND BASE-CURRENCY A THREE-LETTER ISO CURRENCY CODE.
013050*----------------------------------------------------------------
013060 1350-READ-PARM-PARA.
013070     READ PARM-FILE
013680             ELSE
013690                 PERFORM 1360-BAD-PARM-PARA THRU 1360-EXIT
013700             END-IF
013701         WHEN 'DUP-SEGMENT-ACTION'
013702             IF PRM-VALUE(1:6) = 'SKIP'
013703                 OR PRM-VALUE(1:6) = 'REFUSE'
013704                 MOVE PRM-VALUE(1:6) TO WS-DUP-SEG-ACTION
013705             ELSE
013706                 PERFORM 1360-BAD-PARM-PARA THRU 1360-EXIT
013707             END-IF
013708         WHEN 'BASE-CURRENCY'
013709             PERFORM 1370-BASE-CURRENCY-PARA THRU 1370-EXIT
013710         WHEN OTHER
013720             PERFORM 1360-BAD-PARM-PARA THRU 1360-EXIT
013730     END-EVALUATE.
013840     ADD 1 TO WS-PRM-BAD-COUNT.
013850 1360-EXIT.
013860     EXIT.
013861*----------------------------------------------------------------
013862* 1370-BASE-CURRENCY-PARA - APPLY THE BASE-CURRENCY PARAMETER
013863*     CARD. THE VALUE MUST BE THREE LETTERS, THE ISO CODE OF THE
013864*     CURRENCY EVERY AMOUNT IS CONVERTED TO.
013865*----------------------------------------------------------------
013866 1370-BASE-CURRENCY-PARA.
013867     IF PRM-VALUE(1:3) ALPHABETIC-UPPER
013868         AND PRM-VALUE(1:1) NOT = SPACE
013869         AND PRM-VALUE(2:1) NOT = SPACE
013870         AND PRM-VALUE(3:1) NOT = SPACE
013871         AND PRM-VALUE(4:9) = SPACES
013872         MOVE PRM-VALUE(1:3) TO WS-BASE-CURRENCY
013873     ELSE
013874         PERFORM 1360-BAD-PARM-PARA THRU 1360-EXIT
013875     END-IF.
013876 1370-EXIT.
013877     EXIT.
013878*----------------------------------------------------------------
013880* 1400-PARM-PARA - INSPECT THE EXEC PARM. PARM='FORCE' TELLS
013890*     1800-READ-CONTROL-PARA TO PROCESS AN INPUT WHOSE BUSINESS
013900*     DATE HAS ALREADY BEEN COMPLETED - THE DELIBERATE RERUN
013910*     PATH FOR OPERATIONS. PARM='VALIDATE' ASKS FOR A PRE-FLIGHT
013912*     PASS: EVERY EDIT THE NIGHT RUN MAKES, WITH THE SAME RETURN
013914*     CODES, BUT NOTHING PERMANENT IS WRITTEN - SO NO AUDIT
013916*     RECORD, EVEN ON A REFUSAL. ANY OTHER PARM TEXT IS IGNORED.
013920*----------------------------------------------------------------
013930 1400-PARM-PARA.
013940     IF PARM-LENGTH NOT < 5 AND PARM-TEXT(1:5) = 'FORCE'
013950         SET FORCE-RERUN TO TRUE
013960         DISPLAY 'PRG25 - FORCED RERUN REQUESTED VIA PARM'
013970     END-IF.
013971     IF PARM-LENGTH NOT < 8 AND PARM-TEXT(1:8) = 'VALIDATE'
013972         SET VALIDATE-ONLY TO TRUE
013973         MOVE 'N' TO WS-AUD-AVAILABLE
013974         DISPLAY 'PRG25 - PRE-FLIGHT VALIDATION REQUESTED VIA '
013975             'PARM'
013976     END-IF.
013980 1400-EXIT.
013990     EXIT.
014000*----------------------------------------------------------------
014140*     THIS IS CHECKPOINT LOGGING, NOT A REPROCESSING SHORTCUT -
014150*     SEE THE HEADER NOTE ON 2000-LOAD-DETAIL-PARA FOR WHAT A
014160*     RESTART RUN DOES AND DOES NOT SKIP.
014162*     A PRE-FLIGHT RUN LEAVES THE CHECKPOINT DATASET ALONE -
014164*     REOPENING IT FOR OUTPUT WOULD DESTROY A PENDING RESTART.
014170*----------------------------------------------------------------
014180 1700-CHECK-RESTART-PARA.
014182     IF VALIDATE-ONLY
014184         GO TO 1700-EXIT
014186     END-IF.
014190     OPEN INPUT CHECKPOINT-FILE.
014200     IF CKPT-OK OR CKPT-NOT-FOUND
014210         IF CKPT-OK
014770*     BEFORE IT EXTENDS ENTRY-COUNT, SINCE THAT DRIVES THE ODO
014780*     TABLE SIZE AND EVERY SUBSEQUENT LOOP BOUND IN THE
014790*     PROGRAM. THE SEGMENT'S BUSINESS DATE IS CHECKED AGAINST
014800*     THE LAST DATE COMPLETED (CARRIED IN PRG25RUN). A DATE
014805*     ALREADY PROCESSED IS ONLY NOTED HERE - ONCE THE SEGMENT
014810*     HAS BALANCED, 2250-SEGMENT-FPRINT-PARA TELLS A RESENT OR
014815*     RELEASED SEGMENT FROM A DATE RUN TWICE (SEE 2255-SEGMENT-
014820*     DATE-PARA). THE FIRST SEGMENT'S DATE IS THE DATE A
014825*     PARM='FORCE' RUN IS RERUNNING. THE RUN'S BUSINESS DATE IS
014830*     THE HIGHEST SEGMENT DATE SEEN, AND THE PER-SEGMENT READ
014840*     COUNT AND HASH TOTAL ARE RESET HERE FOR
014850*     2200-RECONCILE-PARA.
014860*----------------------------------------------------------------
014870 1850-EDIT-CONTROL-PARA.
014880     IF TR-ENTRY-COUNT NOT NUMERIC
015090         GO TO 9000-STOP-PARA
015100     END-IF.
015110     IF TR-BUS-DATE NOT > WS-LAST-BUS-DATE
015120         SET SEG-DATE-STALE TO TRUE
015130     ELSE
015140         MOVE 'N' TO WS-SEG-STALE-FLAG
015150     END-IF.
015270     IF FORCE-RERUN OR NOT SEG-DATE-STALE
015280         PERFORM 1870-CAL-CHECK-PARA THRU 1870-EXIT
015281     END-IF.
015282     MOVE WS-BUS-DATE TO WS-SEG-PRIOR-BUS-DATE.
015284     MOVE TR-BUS-DATE TO WS-SEG-BUS-DATE.
015286     ADD 1 TO WS-SEG-NUMBER.
015287     IF WS-SEG-NUMBER = 1
015288         MOVE TR-BUS-DATE TO WS-FORCE-DATE
015289     END-IF.
015290     IF TR-BUS-DATE > WS-BUS-DATE
015300         MOVE TR-BUS-DATE TO WS-BUS-DATE
015310     END-IF.
015440*     BLANK ID (A FEEDER NOT YET CONVERTED) IS COUNTED UNDER
015450*     'UNKNOWN' RATHER THAN REFUSED, SO THE CUTOVER CAN
015460*     HAPPEN ONE FEED AT A TIME.
015462*     THE SOURCE IS THEN CHECKED AGAINST THE FEED REGISTRY BY
015464*     1880-FEED-SOURCE-PARA.
015470*----------------------------------------------------------------
015480 1860-SEGMENT-SOURCE-PARA.
015490     MOVE TR-SOURCE-ID TO WS-SEG-SOURCE.
015580         END-IF
015590     END-PERFORM.
015600     IF SRC-FOUND-SUB = 0
015610         IF SOURCE-COUNT < 50
015620             ADD 1 TO SOURCE-COUNT
015630             MOVE SOURCE-COUNT TO SRC-FOUND-SUB
015640             MOVE WS-SEG-SOURCE TO SRC-ID(SRC-FOUND-SUB)
015660             MOVE 0 TO SRC-VALID-COUNT(SRC-FOUND-SUB)
015670             MOVE 0 TO SRC-REJECT-COUNT(SRC-FOUND-SUB)
015680             MOVE SPACES TO SRC-BALANCE(SRC-FOUND-SUB)
015682             MOVE 0 TO SRC-FREF-SUB(SRC-FOUND-SUB)
015690         ELSE
015700             DISPLAY 'PRG25 - SOURCE TABLE FULL, SEGMENT '
015710                 'COUNTED UNDER ' SRC-ID(SOURCE-COUNT)
015730         END-IF
015740     END-IF.
015750     MOVE SRC-FOUND-SUB TO WS-CUR-SRC-SUB.
015752     PERFORM 1880-FEED-SOURCE-PARA THRU 1880-EXIT.
015760 1860-EXIT.
015770     EXIT.
015780*----------------------------------------------------------------
015790* 1870-CAL-CHECK-PARA - CHECK THE CONTROL RECORD'S BUSINESS
015800*     DATE AGAINST THE BUSINESS CALENDAR, ONCE PER RUN ON THE
015810*     FIRST SEGMENT THROUGH - PASSING OVER, UNLESS THE RUN IS
015812*     FORCED, A SEGMENT DATED ON OR BEFORE THE LAST DATE
015814*     COMPLETED, WHICH 2250-SEGMENT-FPRINT-PARA DEALS WITH.
015816*     THE DATE MUST BE A PROCESSING DAY, AND MUST BE THE
015820*     EXPECTED NEXT BUSINESS DAY AFTER
015830*     THE LAST DATE COMPLETED ON PRG25RUN. AN OFF-CALENDAR
015840*     DATE (HOLIDAY, WEEKEND) IS REFUSED WITH RC=13 AND AN
015850*     OFFCAL AUDIT STATUS; A DATE THAT SKIPS THE EXPECTED DAY
016630     END-IF.
016640 1875-EXIT.
016650     EXIT.
016651*----------------------------------------------------------------
016652* 1880-FEED-SOURCE-PARA - CHECK THE SEGMENT'S SOURCE AGAINST THE
016653*     PRG25FSR FEED SOURCE REGISTRY. A SOURCE NOT ON FILE, OR ON
016654*     FILE BUT INACTIVE, IS REFUSED WITH RC=17 AND AN UNREGSRC
016655*     AUDIT STATUS - A FEED NOBODY HAS SIGNED UP FOR IS NOT
016656*     LOADED ON A GUESS. ONCE THE REGISTRY IS IN USE A FEEDER
016657*     NOT YET SENDING A SOURCE ID IS ACCEPTED ONLY WHILE
016658*     'UNKNOWN' IS REGISTERED. THE RESUBMIT SEGMENT BUILT BY
016659*     PRG25C IS NOT A FEED AND IS NOT CHECKED. THE SEGMENT'S
016660*     ENTRY COUNT IS ADDED TO THE FEED'S TOTAL FOR ITS BUSINESS
016661*     DATE FOR THE VOLUME CHECKS IN 4100-FEED-CHECK-PARA. WITH
016662*     NO REGISTRY LOADED THE CHECK IS SKIPPED.
016663*----------------------------------------------------------------
016664 1880-FEED-SOURCE-PARA.
016665     IF NOT FEED-REF-LOADED OR WS-SEG-SOURCE = 'RESUBMIT'
016666         GO TO 1880-EXIT
016667     END-IF.
016668     MOVE 0 TO FREF-FOUND-SUB.
016669     PERFORM VARYING FREF-SUB FROM 1 BY 1
016670         UNTIL FREF-SUB > FREF-COUNT OR FREF-FOUND-SUB > 0
016671         IF FREF-SOURCE-ID(FREF-SUB) = WS-SEG-SOURCE
016672             MOVE FREF-SUB TO FREF-FOUND-SUB
016673         END-IF
016674     END-PERFORM.
016675     MOVE SPACES TO RUS-CONDITION.
016676     IF FREF-FOUND-SUB = 0
016677         MOVE 'IS NOT REGISTERED' TO RUS-CONDITION
016678     ELSE
016679         IF NOT FREF-ACTIVE(FREF-FOUND-SUB)
016680             MOVE 'IS INACTIVE' TO RUS-CONDITION
016681         END-IF
016682     END-IF.
016683     IF RUS-CONDITION NOT = SPACES
016684         DISPLAY 'PRG25 - SEGMENT SOURCE ' WS-SEG-SOURCE ' '
016685             RUS-CONDITION
016686         DISPLAY 'PRG25 - SEGMENT REFUSED, REGISTER THE FEED '
016687             'THROUGH PRG25F'
016688         MOVE WS-SEG-SOURCE TO RUS-SOURCE-ID
016689         WRITE RPT-LINE FROM RPT-UNREG-SOURCE-LINE
016690         MOVE 'UNREGSRC' TO WS-COMPLETION-STATUS
016691         MOVE 17 TO RETURN-CODE
016692         PERFORM 7500-AUDIT-PARA THRU 7500-EXIT
016693         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
016694         GO TO 9000-STOP-PARA
016695     END-IF.
016696     MOVE FREF-FOUND-SUB TO SRC-FREF-SUB(WS-CUR-SRC-SUB).
016697     SET FREF-SEEN(FREF-FOUND-SUB) TO TRUE.
016698     IF TR-BUS-DATE > FREF-DAY-DATE(FREF-FOUND-SUB)
016699         MOVE TR-BUS-DATE TO FREF-DAY-DATE(FREF-FOUND-SUB)
016700         MOVE 0 TO FREF-DAY-COUNT(FREF-FOUND-SUB)
016701     END-IF.
016702     IF TR-BUS-DATE = FREF-DAY-DATE(FREF-FOUND-SUB)
016703         ADD TR-ENTRY-COUNT TO FREF-DAY-COUNT(FREF-FOUND-SUB)
016704     END-IF.
016705 1880-EXIT.
016706     EXIT.
016707*----------------------------------------------------------------
016708* 1950-SEGMENT-PARA - PROCESS ONE CONTROL/DETAIL/TRAILER SEGMENT
016709*     OF PRG25IN: LOAD ITS DETAIL RECORDS, THEN BALANCE THEM
016710*     AGAINST ITS TRAILER. 2200-RECONCILE-PARA DECIDES WHETHER
016711*     ANOTHER SEGMENT FOLLOWS, SO THE MAINLINE SIMPLY PERFORMS
016712*     THIS PARAGRAPH UNTIL NO MORE SEGMENTS REMAIN.
016720*----------------------------------------------------------------
016730 1950-SEGMENT-PARA.
016740     PERFORM 2000-LOAD-DETAIL-PARA THRU 2000-EXIT.
017210         MOVE TR-NUM TO NUM(IDX)
017220         MOVE TR-DEPT TO ENTRY-DEPT(IDX)
017230         MOVE TR-REC-TYPE TO ENTRY-TYPE(IDX)
017232         MOVE TR-CURRENCY TO ENTRY-CURRENCY(IDX)
017234         IF ENTRY-CURRENCY(IDX) = SPACES
017236             MOVE WS-BASE-CURRENCY TO ENTRY-CURRENCY(IDX)
017238         END-IF
017240         MOVE TRANS-RECORD(8:10) TO ENTRY-AMT-X(IDX)
017250         MOVE WS-CUR-SRC-SUB TO ENTRY-SRC-SUB(IDX)
017252         IF WS-SEG-SOURCE = 'RESUBMIT'
017254             PERFORM 2050-RESTATE-CAPTURE-PARA THRU 2050-EXIT
017256         END-IF
017260         ADD 1 TO SRC-READ-COUNT(WS-CUR-SRC-SUB)
017270         ADD 1 TO DETAIL-READ-COUNT
017280         IF ENTRY-TYPE-AMOUNT(IDX)
017550     END-PERFORM.
017560 2000-EXIT.
017570     EXIT.
017571*----------------------------------------------------------------
017572* 2050-RESTATE-CAPTURE-PARA - NOTE A RESUBMITTED DETAIL THAT
017573*     CARRIES ITS REJECT'S ORIGINAL BUSINESS DATE (PRG25C FILLS
017574*     PRG25TRN COLS 18-44) IN THE RESTATEMENT TABLE, BY ITS ENTRY
017575*     POSITION TONIGHT. WHETHER IT RESTATES AN EARLIER DAY IS
017576*     SETTLED BY 2700-RESTATE-SELECT-PARA ONCE EVERY SEGMENT HAS
017577*     BEEN READ AND THE RUN'S BUSINESS DATE IS KNOWN. A FULL TABLE
017578*     LEAVES THE ENTRY TO BE COUNTED TONIGHT, AS BEFORE; IT IS
017579*     COUNTED IN RST-FULL-COUNT, SHOWN ON PRG25RST, AND THE RUN
017580*     ENDS AT LEAST RC=4.
017581*----------------------------------------------------------------
017582 2050-RESTATE-CAPTURE-PARA.
017583     IF TR-ORIG-BUS-DATE NOT NUMERIC OR TR-ORIG-BUS-DATE = 0
017584         GO TO 2050-EXIT
017585     END-IF.
017586     IF RST-COUNT NOT < RST-MAX-ROWS
017587         DISPLAY 'PRG25 - RESTATEMENT TABLE FULL, ENTRY ' IDX
017588             ' COUNTED TONIGHT'
017589         ADD 1 TO RST-FULL-COUNT
017590         GO TO 2050-EXIT
017591     END-IF.
017592     ADD 1 TO RST-COUNT.
017593     MOVE IDX TO RST-ENTRY-NO(RST-COUNT).
017594     MOVE TR-ORIG-BUS-DATE TO RST-ORIG-DATE(RST-COUNT).
017595     MOVE 0 TO RST-ORIG-RUN(RST-COUNT).
017596     IF TR-ORIG-RUN-NUMBER NUMERIC
017597         MOVE TR-ORIG-RUN-NUMBER TO RST-ORIG-RUN(RST-COUNT)
017598     END-IF.
017599     MOVE 0 TO RST-ORIG-ENTRY(RST-COUNT).
017600     IF TR-ORIG-ENTRY-NO NUMERIC
017601         MOVE TR-ORIG-ENTRY-NO TO RST-ORIG-ENTRY(RST-COUNT)
017602     END-IF.
017603     MOVE TR-ORIG-SOURCE-ID TO RST-ORIG-SOURCE(RST-COUNT).
017604     SET RST-PENDING(RST-COUNT) TO TRUE.
017605     IF RST-LOW-ENTRY = 0
017606         MOVE IDX TO RST-LOW-ENTRY
017607     END-IF.
017608     MOVE IDX TO RST-HIGH-ENTRY.
017609 2050-EXIT.
017610     EXIT.
017611*----------------------------------------------------------------
017612* 1900-WRITE-CHECKPOINT-PARA - APPEND ONE CHECKPOINT RECORD
017613*     CAPTURING HOW FAR THE LOAD PHASE HAS PROGRESSED. THE RECORD
017614*     IS MARKED PENDING FOR EVERY INTRA-LOOP CHECKPOINT AND
017620*     COMPLETE FOR THE ONE WRITTEN AFTER THE LOAD HAS FINISHED, SO
017630*     1700-CHECK-RESTART-PARA CAN TELL A CLEAN FINISH FROM AN
017640*     ABEND PARTWAY THROUGH.
017920*     FINAL, COMPLETE-MARKED CHECKPOINT), WHILE ANOTHER RECORD
017930*     IS THE NEXT SEGMENT'S CONTROL RECORD AND GOES THROUGH
017940*     1850-EDIT-CONTROL-PARA LIKE THE FIRST.
017942*     A SEGMENT THAT BALANCES IS THEN FINGERPRINTED BY
017944*     2250-SEGMENT-FPRINT-PARA, WHICH REFUSES THE RUN OR SKIPS THE
017946*     SEGMENT IF IT HAS BEEN PROCESSED BEFORE.
017950*----------------------------------------------------------------
017960 2200-RECONCILE-PARA.
017970     READ TRANS-FILE
018330         GO TO 9000-STOP-PARA
018340     END-IF.
018350     MOVE 'BALANCED' TO SRC-BALANCE(WS-CUR-SRC-SUB).
018355     PERFORM 2250-SEGMENT-FPRINT-PARA THRU 2250-EXIT.
018360     READ TRANS-FILE
018370         AT END
018380             MOVE 'N' TO WS-MORE-SEGMENTS
018450     END-READ.
018460 2200-EXIT.
018470     EXIT.
018471*----------------------------------------------------------------
018472* 2250-SEGMENT-FPRINT-PARA - FINGERPRINT THE SEGMENT THAT HAS JUST
018473*     BALANCED (SOURCE ID, BUSINESS DATE, TRAILER RECORD COUNT AND
018474*     HASH TOTAL) AND LOOK FOR IT AMONG THE SEGMENTS ALREADY READ
018475*     TONIGHT AND ON THE PRG25SFP REGISTRY OF SEGMENTS ACCEPTED BY
018476*     EARLIER RUNS. A MATCH MEANS A FEEDER RESENT A SEGMENT OR A
018477*     GENERATION WAS CONCATENATED TWICE. UNDER DUP-SEGMENT-ACTION
018478*     REFUSE (THE DEFAULT) THE RUN IS REFUSED WITH A DUPSEG AUDIT
018479*     RECORD AND RC=18; UNDER SKIP THE SEGMENT IS BACKED OUT BY
018480*     2260-SEGMENT-SKIP-PARA AND THE RUN GOES ON. THIS HOLDS FOR A
018481*     SEGMENT FROM AN EARLIER NIGHT TOO, WHATEVER ITS DATE.
018482*     PARM='FORCE' - A DELIBERATE RERUN OF A DATE ALREADY
018483*     PROCESSED - LETS A REGISTRY MATCH DATED THE DATE BEING
018484*     RERUN THROUGH WITH A REPORT LINE, BUT NEVER AN OLDER
018485*     RESEND NOR A SEGMENT REPEATED WITHIN TONIGHT'S INPUT. A
018486*     FINGERPRINT RELEASED THROUGH PRG25G IS NOT A MATCH. A
018487*     SEGMENT DATED ON OR BEFORE THE LAST DATE COMPLETED THAT
018488*     MATCHES NOTHING GOES ON TO 2255-SEGMENT-DATE-PARA.
018489*----------------------------------------------------------------
018490 2250-SEGMENT-FPRINT-PARA.
018491     MOVE 'N' TO WS-SEG-RELEASED-FLAG.
018492     IF SFT-COUNT NOT < SFT-MAX-ROWS
018493         DISPLAY 'PRG25 - SEGMENT TABLE FULL, SEGMENT '
018494             WS-SEG-NUMBER ' NOT FINGERPRINTED'
018495         IF SEG-DATE-STALE
018496             PERFORM 2255-SEGMENT-DATE-PARA THRU 2255-EXIT
018497         END-IF
018498         GO TO 2250-EXIT
018499     END-IF.
018500     MOVE WS-SEG-SOURCE TO WS-FP-SOURCE-ID.
018501     MOVE WS-SEG-BUS-DATE TO WS-FP-BUS-DATE.
018502     MOVE TL-RECORD-COUNT TO WS-FP-RECORD-COUNT.
018503     MOVE TL-HASH-TOTAL TO WS-FP-HASH-TOTAL.
018504     ADD 1 TO SFT-COUNT.
018505     SET SFT-IDX TO SFT-COUNT.
018506     MOVE WS-SEG-FP-KEY TO SFT-KEY(SFT-IDX).
018507     MOVE WS-SEG-NUMBER TO SFT-SEG-NO(SFT-IDX).
018508     SET SFT-ACCEPTED(SFT-IDX) TO TRUE.
018509     SET SFT-MATCH-NONE(SFT-IDX) TO TRUE.
018510     MOVE 0 TO SFT-MATCH-RUN(SFT-IDX).
018511     MOVE 0 TO SFT-MATCH-DATE(SFT-IDX).
018512     MOVE 0 TO SFT-FOUND-SUB.
018513     PERFORM VARYING SFT-SUB FROM 1 BY 1
018514         UNTIL SFT-SUB NOT < SFT-COUNT OR SFT-FOUND-SUB > 0
018515         IF SFT-ACCEPTED(SFT-SUB)
018516             AND SFT-KEY(SFT-SUB) = WS-SEG-FP-KEY
018517             MOVE SFT-SUB TO SFT-FOUND-SUB
018518         END-IF
018519     END-PERFORM.
018520     IF SFT-FOUND-SUB > 0
018521         SET SFT-MATCH-INPUT(SFT-IDX) TO TRUE
018522         MOVE SFT-SEG-NO(SFT-FOUND-SUB) TO SFT-MATCH-RUN(SFT-IDX)
018523     ELSE
018524         IF SFP-FILE-AVAILABLE
018525             MOVE WS-SEG-FP-KEY TO SFP-KEY
018526             READ FINGERPRINT-FILE
018527                 INVALID KEY
018528                     CONTINUE
018529                 NOT INVALID KEY
018530                     IF SFP-ACTIVE
018531                         SET SFT-MATCH-REGISTRY(SFT-IDX) TO TRUE
018532                         MOVE SFP-RUN-NUMBER
018533                             TO SFT-MATCH-RUN(SFT-IDX)
018534                         MOVE SFP-RUN-DATE
018535                             TO SFT-MATCH-DATE(SFT-IDX)
018536                     ELSE
018537                         SET SEG-RELEASED TO TRUE
018538                     END-IF
018539             END-READ
018540         END-IF
018541     END-IF.
018542     IF SFT-MATCH-NONE(SFT-IDX)
018543         IF SEG-DATE-STALE
018544             PERFORM 2255-SEGMENT-DATE-PARA THRU 2255-EXIT
018545         END-IF
018546         GO TO 2250-EXIT
018547     END-IF.
018548     IF SFT-MATCH-REGISTRY(SFT-IDX) AND FORCE-RERUN
018549         AND WS-SEG-BUS-DATE = WS-FORCE-DATE
018550         DISPLAY 'PRG25 - SEGMENT ' WS-SEG-NUMBER ' FROM '
018551             WS-SEG-SOURCE ' ALREADY PROCESSED BY RUN '
018552             SFT-MATCH-RUN(SFT-IDX) ', FORCED VIA PARM'
018553         ADD 1 TO SEG-FORCED-COUNT
018554         GO TO 2250-EXIT
018555     END-IF.
018556     IF DUP-SEG-SKIP
018557         PERFORM 2260-SEGMENT-SKIP-PARA THRU 2260-EXIT
018558         GO TO 2250-EXIT
018559     END-IF.
018560     DISPLAY 'PRG25 - SEGMENT ' WS-SEG-NUMBER ' FROM '
018561         WS-SEG-SOURCE ' ALREADY PROCESSED, RUN REFUSED'.
018562     DISPLAY 'PRG25 - RELEASE IT THROUGH PRG25G IF THE RESEND IS '
018563         'GENUINE'.
018564     WRITE RPT-LINE FROM RPT-DUP-SEG-HEADER-LINE.
018565     MOVE 'REFUSED' TO RDG-ACTION.
018566     PERFORM 7170-DUP-SEGMENT-LINE-PARA THRU 7170-EXIT.
018567     MOVE 'DUPSEG' TO WS-COMPLETION-STATUS.
018568     MOVE 18 TO RETURN-CODE.
018569     PERFORM 7500-AUDIT-PARA THRU 7500-EXIT.
018570     PERFORM 8000-CLOSE-PARA THRU 8000-EXIT.
018571     GO TO 9000-STOP-PARA.
018572 2250-EXIT.
018573     EXIT.
018574*----------------------------------------------------------------
018575* 2255-SEGMENT-DATE-PARA - DECIDE ON A SEGMENT DATED ON OR BEFORE
018576*     THE LAST DATE COMPLETED (CARRIED IN PRG25RUN) THAT MATCHES
018577*     NOTHING ON THE PRG25SFP REGISTRY. ONE WHOSE FINGERPRINT WAS
018578*     RELEASED THROUGH PRG25G IS A GENUINE RESEND AND IS ACCEPTED.
018579*     ANY OTHER IS A DATE BEING RUN TWICE AND IS REFUSED WITH
018580*     RC=14 AND A DUPDATE AUDIT STATUS UNLESS OPERATIONS FORCED
018581*     THE RERUN VIA PARM='FORCE'.
018582*----------------------------------------------------------------
018583 2255-SEGMENT-DATE-PARA.
018584     IF SEG-RELEASED
018585         DISPLAY 'PRG25 - SEGMENT ' WS-SEG-NUMBER ' FROM '
018586             WS-SEG-SOURCE ' RELEASED THROUGH PRG25G, ACCEPTED'
018587         GO TO 2255-EXIT
018588     END-IF.
018589     IF FORCE-RERUN
018590         DISPLAY 'PRG25 - FORCED RERUN OF BUSINESS DATE '
018591             WS-SEG-BUS-DATE
018592         GO TO 2255-EXIT
018593     END-IF.
018594     DISPLAY 'PRG25 - BUSINESS DATE ' WS-SEG-BUS-DATE
018595         ' ALREADY PROCESSED, RERUN REFUSED'.
018596     DISPLAY 'PRG25 - RERUN WITH PARM=FORCE TO OVERRIDE'.
018597     MOVE WS-SEG-BUS-DATE TO RDD-BUS-DATE.
018598     WRITE RPT-LINE FROM RPT-DUP-DATE-LINE.
018599     MOVE 'DUPDATE' TO WS-COMPLETION-STATUS.
018600     MOVE 14 TO RETURN-CODE.
018601     PERFORM 7500-AUDIT-PARA THRU 7500-EXIT.
018602     PERFORM 8000-CLOSE-PARA THRU 8000-EXIT.
018603     GO TO 9000-STOP-PARA.
018604 2255-EXIT.
018605     EXIT.
018606*----------------------------------------------------------------
018607* 2260-SEGMENT-SKIP-PARA - BACK THE SEGMENT JUST MATCHED OUT OF
018608*     THE RUN AS IF IT HAD NEVER BEEN READ: ITS ENTRIES COME OFF
018609*     THE END OF THE ENTRY TABLE, ITS READ COUNT OFF ITS SOURCE,
018610*     ITS VOLUME OFF ITS FEED'S DAY TOTAL, ITS CORRECTIONS OUT OF
018611*     THE RESTATEMENT TABLE, AND THE RUN'S BUSINESS DATE GOES BACK
018612*     TO WHAT IT WAS BEFORE THE SEGMENT'S CONTROL RECORD.
018613*     A SOURCE LEFT WITH NOTHING READ SHOWS DUPSKIP ON THE REPORT.
018614*----------------------------------------------------------------
018615 2260-SEGMENT-SKIP-PARA.
018616     SET SFT-SKIPPED(SFT-IDX) TO TRUE.
018617     ADD 1 TO SEG-SKIP-COUNT.
018618     DISPLAY 'PRG25 - SEGMENT ' WS-SEG-NUMBER ' FROM '
018619         WS-SEG-SOURCE ' ALREADY PROCESSED, SKIPPED'.
018620     COMPUTE ENTRY-COUNT = SEG-START - 1.
018621     SUBTRACT DETAIL-READ-COUNT
018622         FROM SRC-READ-COUNT(WS-CUR-SRC-SUB).
018623     IF SRC-READ-COUNT(WS-CUR-SRC-SUB) = 0
018624         MOVE 'DUPSKIP' TO SRC-BALANCE(WS-CUR-SRC-SUB)
018625     END-IF.
018626     IF SRC-FREF-SUB(WS-CUR-SRC-SUB) > 0
018627         MOVE SRC-FREF-SUB(WS-CUR-SRC-SUB) TO FREF-SUB
018628         IF FREF-DAY-DATE(FREF-SUB) = WS-SEG-BUS-DATE
018629             AND FREF-DAY-COUNT(FREF-SUB) NOT < SEG-ENTRY-COUNT
018630             SUBTRACT SEG-ENTRY-COUNT
018631                 FROM FREF-DAY-COUNT(FREF-SUB)
018632         END-IF
018633     END-IF.
018634     PERFORM VARYING RST-SUB FROM RST-COUNT BY -1
018635         UNTIL RST-SUB = 0
018636         IF RST-ENTRY-NO(RST-SUB) NOT < SEG-START
018637             SUBTRACT 1 FROM RST-COUNT
018638         END-IF
018639     END-PERFORM.
018640     IF RST-COUNT = 0
018641         MOVE 0 TO RST-LOW-ENTRY
018642         MOVE 0 TO RST-HIGH-ENTRY
018643     ELSE
018644         IF RST-HIGH-ENTRY NOT < SEG-START
018645             MOVE RST-ENTRY-NO(RST-COUNT) TO RST-HIGH-ENTRY
018646         END-IF
018647     END-IF.
018648     MOVE WS-SEG-PRIOR-BUS-DATE TO WS-BUS-DATE.
018649 2260-EXIT.
018650     EXIT.
018651*----------------------------------------------------------------
018652* 2270-SEGMENT-CHECK-PARA - ONCE THE LOAD IS OVER, A RUN LEFT WITH
018653*     NO ENTRIES BECAUSE EVERY SEGMENT WAS SKIPPED AS ALREADY
018654*     PROCESSED HAS NOTHING TO DO. IT IS REFUSED WITH A DUPSEG
018655*     AUDIT RECORD AND RC=18, AS UNDER DUP-SEGMENT-ACTION REFUSE.
018656*----------------------------------------------------------------
018657 2270-SEGMENT-CHECK-PARA.
018658     IF ENTRY-COUNT > 0 OR SEG-SKIP-COUNT = 0
018659         GO TO 2270-EXIT
018660     END-IF.
018661     DISPLAY 'PRG25 - EVERY SEGMENT ALREADY PROCESSED, RUN '
018662         'REFUSED'.
018663     WRITE RPT-LINE FROM RPT-DUP-SEG-HEADER-LINE.
018664     MOVE 'SKIPPED' TO RDG-ACTION.
018665     PERFORM VARYING SFT-SUB FROM 1 BY 1 UNTIL SFT-SUB > SFT-COUNT
018666         IF SFT-SKIPPED(SFT-SUB)
018667             SET SFT-IDX TO SFT-SUB
018668             PERFORM 7170-DUP-SEGMENT-LINE-PARA THRU 7170-EXIT
018669         END-IF
018670     END-PERFORM.
018671     MOVE WS-SEG-BUS-DATE TO WS-BUS-DATE.
018672     MOVE 'DUPSEG' TO WS-COMPLETION-STATUS.
018673     MOVE 18 TO RETURN-CODE.
018674     PERFORM 7500-AUDIT-PARA THRU 7500-EXIT.
018675     PERFORM 8000-CLOSE-PARA THRU 8000-EXIT.
018676     GO TO 9000-STOP-PARA.
018677 2270-EXIT.
018678     EXIT.
018679*----------------------------------------------------------------
018680* 2400-FX-RATE-PARA - TABLE THE PRG25FXR EXCHANGE RATES TONIGHT
018681*     NEEDS: THOSE FOR TONIGHT'S BUSINESS DATE AND, WHEN A
018682*     RESUBMITTED CORRECTION RESTATES AN EARLIER DAY, THOSE BACK
018683*     TO THE EARLIEST SUCH DAY. RUN ONCE EVERY SEGMENT HAS BEEN
018684*     READ, SO THE BUSINESS DATE IS SETTLED. WITHOUT THE DATASET
018685*     EVERY ENTRY NOT IN THE BASE CURRENCY IS REJECTED XR.
018686*----------------------------------------------------------------
018687 2400-FX-RATE-PARA.
018688     MOVE WS-BUS-DATE TO WS-FX-LOW-DATE.
018689     PERFORM VARYING RST-SUB FROM 1 BY 1 UNTIL RST-SUB > RST-COUNT
018690         IF RST-ORIG-DATE(RST-SUB) < WS-FX-LOW-DATE
018691             MOVE RST-ORIG-DATE(RST-SUB) TO WS-FX-LOW-DATE
018692         END-IF
018693     END-PERFORM.
018694     OPEN INPUT FX-RATE-FILE.
018695     IF FXR-NOT-FOUND
018696         DISPLAY 'PRG25 - PRG25FXR NOT PRESENT, FOREIGN CURRENCY '
018697             'ENTRIES WILL BE REJECTED'
018698         GO TO 2400-EXIT
018699     END-IF.
018700     IF NOT FXR-OK
018701         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25FXR, STATUS = '
018702             WS-FXR-STATUS
018703         DISPLAY 'PRG25 - FOREIGN CURRENCY ENTRIES WILL BE '
018704             'REJECTED'
018705         GO TO 2400-EXIT
018706     END-IF.
018707     PERFORM 2410-READ-FX-PARA THRU 2410-EXIT
018708         UNTIL FXR-EOF.
018709     CLOSE FX-RATE-FILE.
018710     IF FXT-FULL-COUNT > 0
018711         DISPLAY 'PRG25 - RATE TABLE FULL AT 500 RATES, '
018712             FXT-FULL-COUNT ' RATE CARDS NOT LOADED'
018713     END-IF.
018714 2400-EXIT.
018715     EXIT.
018716*----------------------------------------------------------------
018717* 2410-READ-FX-PARA - READ ONE RATE CARD AND TABLE IT IF ITS DATE
018718*     FALLS IN THE RANGE 2400-FX-RATE-PARA SET. A CARD THAT
018719*     CANNOT BE UNDERSTOOD IS SKIPPED WITH A WARNING; A SECOND
018720*     CARD FOR THE SAME DATE AND CURRENCY REPLACES THE FIRST.
018721*----------------------------------------------------------------
018722 2410-READ-FX-PARA.
018723     READ FX-RATE-FILE
018724         AT END
018725             GO TO 2410-EXIT
018726     END-READ.
018727     IF FXR-RECORD(1:1) = '*' OR FXR-RECORD = SPACES
018728         GO TO 2410-EXIT
018729     END-IF.
018730     IF FXR-BUS-DATE NOT NUMERIC OR FXR-CURRENCY = SPACES
018731         OR FXR-RATE NOT NUMERIC
018732         DISPLAY 'PRG25 - RATE CARD NOT UNDERSTOOD, SKIPPED: '
018733             FXR-RECORD(1:24)
018734         GO TO 2410-EXIT
018735     END-IF.
018736     IF FXR-RATE = 0
018737         DISPLAY 'PRG25 - RATE CARD NOT UNDERSTOOD, SKIPPED: '
018738             FXR-RECORD(1:24)
018739         GO TO 2410-EXIT
018740     END-IF.
018741     IF FXR-BUS-DATE < WS-FX-LOW-DATE
018742         OR FXR-BUS-DATE > WS-BUS-DATE
018743         GO TO 2410-EXIT
018744     END-IF.
018745     MOVE FXR-BUS-DATE TO WS-FX-DATE.
018746     MOVE FXR-CURRENCY TO WS-FX-CURRENCY.
018747     PERFORM 2570-FIND-FX-PARA THRU 2570-EXIT.
018748     IF FXT-FOUND-SUB > 0
018749         MOVE FXR-RATE TO FXT-RATE(FXT-FOUND-SUB)
018750         GO TO 2410-EXIT
018751     END-IF.
018752     IF FXT-COUNT NOT < FXT-MAX-ROWS
018753         ADD 1 TO FXT-FULL-COUNT
018754         GO TO 2410-EXIT
018755     END-IF.
018756     ADD 1 TO FXT-COUNT.
018757     MOVE FXR-BUS-DATE TO FXT-BUS-DATE(FXT-COUNT).
018758     MOVE FXR-CURRENCY TO FXT-CURRENCY(FXT-COUNT).
018759     MOVE FXR-RATE TO FXT-RATE(FXT-COUNT).
018760 2410-EXIT.
018761     EXIT.
018762*----------------------------------------------------------------
018763* 2500-VALIDATE-PARA - EDIT EACH ENTRY FOR NUMERIC CONTENT AND
018764*     RANGE BEFORE COMP-PARA RUNS. REJECTS ARE LOGGED TO
018765*     PRG25ERR AND EXCLUDED FROM THE MAX CALCULATION, AND EACH
018766*     ONE IS ALSO WRITTEN AS A FIXED-LAYOUT RECYCLE RECORD TO
018767*     PRG25RCY BY 2600-WRITE-RECYCLE-PARA SO PRG25C CAN CARRY
018768*     IT THROUGH CORRECTION AND RESUBMISSION.
018769*----------------------------------------------------------------
018770 2500-VALIDATE-PARA.
018771     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ENTRY-COUNT
018772         SET ENTRY-VALID(IDX) TO TRUE
018773         PERFORM 2520-VALIDATE-DEPT-PARA THRU 2520-EXIT
018774         IF ENTRY-VALID(IDX)
018775             PERFORM 2525-FEED-DEPT-PARA THRU 2525-EXIT
018776         END-IF
018777         IF ENTRY-VALID(IDX) AND ENTRY-TYPE-AMOUNT(IDX)
018778             PERFORM 2550-VALIDATE-AMOUNT-PARA THRU 2550-EXIT
018779         END-IF
018780         IF ENTRY-VALID(IDX) AND ENTRY-TYPE-LEGACY(IDX)
018781             PERFORM 2540-VALIDATE-LEGACY-PARA
018782                 THRU 2540-EXIT
018783         END-IF
018784         IF ENTRY-VALID(IDX) AND NOT ENTRY-TYPE-AMOUNT(IDX)
018785             AND NOT ENTRY-TYPE-LEGACY(IDX)
018786             MOVE IDX TO ERD-ENTRY-NO
018787             MOVE ENTRY-TYPE(IDX) TO ERD-VALUE
018788             MOVE 'BAD RECORD TYPE' TO ERD-REASON
018789             WRITE ERR-LINE FROM ERR-DETAIL-LINE
018790             MOVE 'RT' TO WS-RCY-REASON
018791             PERFORM 2600-WRITE-RECYCLE-PARA THRU 2600-EXIT
018792             ADD 1 TO REJECT-COUNT
018793             SET ENTRY-INVALID(IDX) TO TRUE
018794         END-IF
018795     END-PERFORM.
018796 2500-EXIT.
018800     EXIT.
018810*----------------------------------------------------------------
018820* 2520-VALIDATE-DEPT-PARA - EDIT ONE ENTRY'S DEPARTMENT CODE
019150     END-IF.
019160 2520-EXIT.
019170     EXIT.
019171*----------------------------------------------------------------
019172* 2525-FEED-DEPT-PARA - CHECK THAT THE ENTRY'S DEPARTMENT IS ONE
019173*     ITS FEED IS REGISTERED TO SEND. A DEPARTMENT OUTSIDE THE
019174*     FEED'S LIST IS REJECTED WITH REASON DF EVEN WHEN THE CODE
019175*     ITSELF IS VALID, SO ONE FEEDER CANNOT POST INTO ANOTHER'S
019176*     DEPARTMENT. A FEED REGISTERED FOR '*ALL' MAY SEND ANY
019177*     DEPARTMENT. WITH NO REGISTRY LOADED, OR FOR THE RESUBMIT
019178*     SEGMENT, THE CHECK IS A NO-OP.
019179*----------------------------------------------------------------
019180 2525-FEED-DEPT-PARA.
019181     IF NOT FEED-REF-LOADED
019182         GO TO 2525-EXIT
019183     END-IF.
019184     MOVE SRC-FREF-SUB(ENTRY-SRC-SUB(IDX)) TO FREF-FOUND-SUB.
019185     IF FREF-FOUND-SUB = 0
019186         GO TO 2525-EXIT
019187     END-IF.
019188     MOVE 'N' TO WS-FEED-DEPT-FOUND.
019189     PERFORM VARYING FREF-DEPT-SUB FROM 1 BY 1
019190         UNTIL FREF-DEPT-SUB > FREF-DEPT-COUNT(FREF-FOUND-SUB)
019191             OR FEED-DEPT-FOUND
019192         IF FREF-DEPT(FREF-FOUND-SUB, FREF-DEPT-SUB)
019193             = ENTRY-DEPT(IDX) OR '*ALL'
019194             SET FEED-DEPT-FOUND TO TRUE
019195         END-IF
019196     END-PERFORM.
019197     IF NOT FEED-DEPT-FOUND
019198         MOVE IDX TO ERD-ENTRY-NO
019199         MOVE ENTRY-DEPT(IDX) TO ERD-VALUE
019200         MOVE 'DEPT NOT FEED-OWNED' TO ERD-REASON
019201         WRITE ERR-LINE FROM ERR-DETAIL-LINE
019202         MOVE 'DF' TO WS-RCY-REASON
019203         PERFORM 2600-WRITE-RECYCLE-PARA THRU 2600-EXIT
019204         ADD 1 TO REJECT-COUNT
019205         SET ENTRY-INVALID(IDX) TO TRUE
019206     END-IF.
019207 2525-EXIT.
019208     EXIT.
019209*----------------------------------------------------------------
019210* 2530-FIND-DEPT-REF-PARA - FIND THE REFERENCE TABLE ROW FOR
019211*     THE CODE IN WS-DEPT-LOOKUP. ZERO MEANS NOT ON FILE.
019212*----------------------------------------------------------------
019220 2530-FIND-DEPT-REF-PARA.
019230     MOVE 0 TO DREF-FOUND-SUB.
019240     PERFORM VARYING DREF-SUB FROM 1 BY 1
019670*     EXPLICIT + OR - SIGN FOLLOWED BY NINE DIGITS (SEVEN
019680*     INTEGER, TWO DECIMAL). THE OPERATOR VALUE RANGE APPLIES
019690*     TO THE TWO-DIGIT FORMAT ONLY - AN AMOUNT IS ACCEPTED
019700*     ANYWHERE IN ITS FIELD RANGE. A WELL-FORMED AMOUNT IN A
019703*     CURRENCY OTHER THAN THE BASE IS THEN CONVERTED BY
019706*     2560-FX-CONVERT-PARA.
019710*----------------------------------------------------------------
019720 2550-VALIDATE-AMOUNT-PARA.
019730     MOVE ENTRY-AMT-X(IDX) TO AMT-X.
019740     IF (AMT-SIGN = '+' OR AMT-SIGN = '-')
019750         AND AMT-INT NUMERIC AND AMT-DEC NUMERIC
019760         MOVE AMT-N TO VAL-AMOUNT(IDX)
019762         IF ENTRY-CURRENCY(IDX) NOT = WS-BASE-CURRENCY
019764             PERFORM 2560-FX-CONVERT-PARA THRU 2560-EXIT
019766         END-IF
019770     ELSE
019780         MOVE IDX TO ERD-ENTRY-NO
019790         MOVE ENTRY-AMT-X(IDX) TO ERD-VALUE
019860     END-IF.
019870 2550-EXIT.
019880     EXIT.
019881*----------------------------------------------------------------
019882* 2560-FX-CONVERT-PARA - CONVERT AMOUNT ENTRY IDX, ALREADY EDITED
019883*     INTO AMT-N, FROM ITS OWN CURRENCY TO THE BASE CURRENCY AT
019884*     THE RATE FOR ITS BUSINESS DATE - TONIGHT'S, OR FOR A
019885*     RESUBMITTED CORRECTION THE EARLIER DAY IT RESTATES. WITH NO
019886*     RATE THE ENTRY IS REJECTED XR; A CONVERTED AMOUNT TOO LARGE
019887*     FOR THE AMOUNT FIELD IS REJECTED OR.
019888*----------------------------------------------------------------
019889 2560-FX-CONVERT-PARA.
019890     MOVE WS-BUS-DATE TO WS-FX-DATE.
019891     IF RST-COUNT > 0
019892         AND IDX NOT < RST-LOW-ENTRY AND IDX NOT > RST-HIGH-ENTRY
019893         PERFORM 2660-FIND-RESTATE-PARA THRU 2660-EXIT
019894         IF RST-FOUND-SUB > 0
019895             IF RST-ORIG-DATE(RST-FOUND-SUB) < WS-BUS-DATE
019896                 MOVE RST-ORIG-DATE(RST-FOUND-SUB) TO WS-FX-DATE
019897             END-IF
019898         END-IF
019899     END-IF.
019900     MOVE ENTRY-CURRENCY(IDX) TO WS-FX-CURRENCY.
019901     PERFORM 2570-FIND-FX-PARA THRU 2570-EXIT.
019902     IF FXT-FOUND-SUB = 0
019903         MOVE IDX TO ERD-ENTRY-NO
019904         MOVE ENTRY-CURRENCY(IDX) TO ERD-VALUE
019905         MOVE 'NO EXCHANGE RATE' TO ERD-REASON
019906         WRITE ERR-LINE FROM ERR-DETAIL-LINE
019907         MOVE 'XR' TO WS-RCY-REASON
019908         PERFORM 2600-WRITE-RECYCLE-PARA THRU 2600-EXIT
019909         ADD 1 TO REJECT-COUNT
019910         SET ENTRY-INVALID(IDX) TO TRUE
019911         GO TO 2560-EXIT
019912     END-IF.
019913     COMPUTE VAL-AMOUNT(IDX) ROUNDED =
019914         AMT-N * FXT-RATE(FXT-FOUND-SUB)
019915         ON SIZE ERROR
019916             MOVE IDX TO ERD-ENTRY-NO
019917             MOVE ENTRY-AMT-X(IDX) TO ERD-VALUE
019918             MOVE 'CONVERSION OVERFLOW' TO ERD-REASON
019919             WRITE ERR-LINE FROM ERR-DETAIL-LINE
019920             MOVE 'OR' TO WS-RCY-REASON
019921             PERFORM 2600-WRITE-RECYCLE-PARA THRU 2600-EXIT
019922             ADD 1 TO REJECT-COUNT
019923             SET ENTRY-INVALID(IDX) TO TRUE
019924     END-COMPUTE.
019925 2560-EXIT.
019926     EXIT.
019927*----------------------------------------------------------------
019928* 2570-FIND-FX-PARA - SET FXT-FOUND-SUB TO THE RATE TABLE ROW FOR
019929*     WS-FX-DATE AND WS-FX-CURRENCY. ZERO MEANS NO RATE. THE ROW
019930*     FOUND LAST TIME IS TRIED FIRST, SINCE A FEED'S FOREIGN
019931*     ENTRIES TEND TO COME TOGETHER IN ONE CURRENCY.
019932*----------------------------------------------------------------
019933 2570-FIND-FX-PARA.
019934     IF FXT-FOUND-SUB > 0
019935         IF FXT-BUS-DATE(FXT-FOUND-SUB) = WS-FX-DATE
019936             AND FXT-CURRENCY(FXT-FOUND-SUB) = WS-FX-CURRENCY
019937             GO TO 2570-EXIT
019938         END-IF
019939     END-IF.
019940     MOVE 0 TO FXT-FOUND-SUB.
019941     PERFORM VARYING FXT-SUB FROM 1 BY 1
019942         UNTIL FXT-SUB > FXT-COUNT OR FXT-FOUND-SUB > 0
019943         IF FXT-BUS-DATE(FXT-SUB) = WS-FX-DATE
019944             AND FXT-CURRENCY(FXT-SUB) = WS-FX-CURRENCY
019945             MOVE FXT-SUB TO FXT-FOUND-SUB
019946         END-IF
019947     END-PERFORM.
019948 2570-EXIT.
019949     EXIT.
019950*----------------------------------------------------------------
019951* 2600-WRITE-RECYCLE-PARA - WRITE THE ENTRY NOW INDEXED BY IDX
019952*     TO THE RECYCLE DATASET AS AN OPEN REJECT, CARRYING ITS
019953*     POSITION, RAW VALUE, DEPARTMENT, SOURCE, THE REASON CODE
019954*     SET BY THE CALLER, AND THE RUN NUMBER AND BUSINESS DATE
019955*     IT WAS REJECTED UNDER, SO PRG25C CAN FIND AND RESUBMIT
019956*     IT. EVERY REJECT PATH COMES THROUGH HERE, SO THIS IS
019960*     ALSO WHERE THE REJECT IS COUNTED AGAINST ITS SOURCE.
019970*----------------------------------------------------------------
019980 2600-WRITE-RECYCLE-PARA.
020000     IF RCY-FILE-AVAILABLE
020010         MOVE WS-RUN-NUMBER TO RCY-RUN-NUMBER
020020         MOVE WS-BUS-DATE TO RCY-BUS-DATE
020022         PERFORM 2650-RESTATE-DATE-PARA THRU 2650-EXIT
020030         MOVE IDX TO RCY-ENTRY-NO
020040         MOVE ENTRY-DEPT(IDX) TO RCY-DEPT
020050         MOVE NUM(IDX) TO RCY-RAW-VALUE
020100         MOVE ENTRY-AMT-X(IDX) TO RCY-AMT-RAW
020110         MOVE SPACES TO RCY-AMT-CORR
020120         MOVE SRC-ID(ENTRY-SRC-SUB(IDX)) TO RCY-SOURCE-ID
020122         MOVE SPACES TO RCY-CURRENCY
020124         IF ENTRY-TYPE-AMOUNT(IDX)
020126             MOVE ENTRY-CURRENCY(IDX) TO RCY-CURRENCY
020128         END-IF
020130         WRITE RCY-RECORD
020140     END-IF.
020150 2600-EXIT.
020160     EXIT.
020161*----------------------------------------------------------------
020162* 2650-RESTATE-DATE-PARA - A RESUBMITTED CORRECTION THAT FAILS
020163*     TONIGHT'S EDITS AGAIN GOES BACK ON PRG25RCY UNDER ITS
020164*     ORIGINAL BUSINESS DATE RATHER THAN TONIGHT'S, SO IT KEEPS
020165*     AGING FROM THE DAY IT BELONGS TO AND ITS NEXT CORRECTION
020166*     STILL RESTATES THAT DAY.
020167*----------------------------------------------------------------
020168 2650-RESTATE-DATE-PARA.
020169     IF RST-COUNT = 0
020170         OR IDX < RST-LOW-ENTRY OR IDX > RST-HIGH-ENTRY
020171         GO TO 2650-EXIT
020172     END-IF.
020173     PERFORM 2660-FIND-RESTATE-PARA THRU 2660-EXIT.
020174     IF RST-FOUND-SUB > 0
020175         IF RST-ORIG-DATE(RST-FOUND-SUB) < WS-BUS-DATE
020176             MOVE RST-ORIG-DATE(RST-FOUND-SUB) TO RCY-BUS-DATE
020177         END-IF
020178     END-IF.
020179 2650-EXIT.
020180     EXIT.
020181*----------------------------------------------------------------
020182* 2660-FIND-RESTATE-PARA - SET RST-FOUND-SUB TO THE RESTATEMENT
020183*     TABLE ROW FOR ENTRY IDX. ZERO MEANS NONE.
020184*----------------------------------------------------------------
020185 2660-FIND-RESTATE-PARA.
020186     MOVE 0 TO RST-FOUND-SUB.
020187     PERFORM VARYING RST-SUB FROM 1 BY 1
020188         UNTIL RST-SUB > RST-COUNT OR RST-FOUND-SUB > 0
020189         IF RST-ENTRY-NO(RST-SUB) = IDX
020190             MOVE RST-SUB TO RST-FOUND-SUB
020191         END-IF
020192     END-PERFORM.
020193 2660-EXIT.
020194     EXIT.
020195*----------------------------------------------------------------
020196* 2700-RESTATE-SELECT-PARA - ONCE EVERY SEGMENT HAS BEEN READ AND
020197*     EDITED, SETTLE EACH ENTRY NOTED BY 2050-RESTATE-CAPTURE-
020198*     PARA. ONE WHOSE ORIGINAL BUSINESS DATE IS NOT EARLIER THAN
020199*     TONIGHT'S IS SIMPLY COUNTED TONIGHT, AND ONE THAT FAILED
020200*     TONIGHT'S EDITS IS ALREADY BACK ON PRG25RCY. THE REST ARE
020201*     FLAGGED ENTRY-RESTATED - NEITHER VALID NOR INVALID, SO
020202*     TONIGHT'S STATISTICS, DISTRIBUTION, EXTRACT AND RESULTS ALL
020203*     LEAVE THEM OUT - AND THEIR DATES ARE LISTED FOR
020204*     7900-RESTATE-PARA.
020205*----------------------------------------------------------------
020206 2700-RESTATE-SELECT-PARA.
020207     PERFORM VARYING RST-SUB FROM 1 BY 1 UNTIL RST-SUB > RST-COUNT
020208         MOVE RST-ENTRY-NO(RST-SUB) TO IDX
020209         IF RST-ORIG-DATE(RST-SUB) NOT < WS-BUS-DATE
020210             SET RST-FOLDED(RST-SUB) TO TRUE
020211         ELSE
020212             IF ENTRY-VALID(IDX)
020213                 PERFORM 2710-RESTATE-DATE-LIST-PARA
020214                     THRU 2710-EXIT
020215             ELSE
020216                 SET RST-REJECTED(RST-SUB) TO TRUE
020217                 ADD 1 TO RST-REJECTED-COUNT
020218             END-IF
020219         END-IF
020220     END-PERFORM.
020221 2700-EXIT.
020222     EXIT.
020223*----------------------------------------------------------------
020224* 2710-RESTATE-DATE-LIST-PARA - LIST THE ORIGINAL DATE OF TABLE
020225*     ROW RST-SUB (ENTRY IDX) IN THE RESTATEMENT DATE TABLE AND
020226*     HOLD THE ENTRY OUT OF TONIGHT'S FIGURES. A FULL DATE TABLE
020227*     LEAVES THE ENTRY TO BE COUNTED TONIGHT.
020228*----------------------------------------------------------------
020229 2710-RESTATE-DATE-LIST-PARA.
020230     MOVE 0 TO RSD-FOUND-SUB.
020231     PERFORM VARYING RSD-SUB FROM 1 BY 1
020232         UNTIL RSD-SUB > RSD-COUNT OR RSD-FOUND-SUB > 0
020233         IF RSD-BUS-DATE(RSD-SUB) = RST-ORIG-DATE(RST-SUB)
020234             MOVE RSD-SUB TO RSD-FOUND-SUB
020235         END-IF
020236     END-PERFORM.
020237     IF RSD-FOUND-SUB = 0
020238         IF RSD-COUNT < RSD-MAX-DATES
020239             ADD 1 TO RSD-COUNT
020240             MOVE RST-ORIG-DATE(RST-SUB)
020241                 TO RSD-BUS-DATE(RSD-COUNT)
020242             MOVE 0 TO RSD-RUN-DATE(RSD-COUNT)
020243         ELSE
020244             DISPLAY 'PRG25 - RESTATEMENT DATE TABLE FULL, ENTRY '
020245                 IDX ' COUNTED TONIGHT'
020246             SET RST-FOLDED(RST-SUB) TO TRUE
020247             GO TO 2710-EXIT
020248         END-IF
020249     END-IF.
020250     SET ENTRY-RESTATED(IDX) TO TRUE.
020251     SET RST-SELECTED(RST-SUB) TO TRUE.
020252     ADD 1 TO RST-SELECT-COUNT.
020253 2710-EXIT.
020254     EXIT.
020255*----------------------------------------------------------------
020256* 3000-COMP-PARA - COMPUTE THE MAX, MIN, AVERAGE AND RANGE OF
020257*     THE VALID ENTRY-COUNT VALUES, BOTH OVERALL AND PER
020258*     DEPARTMENT. ENTRIES REJECTED BY 2500-VALIDATE-PARA ARE
020259*     SKIPPED. EACH VALID ENTRY IS ALSO POSTED TO ITS
020260*     DEPARTMENT'S ROW OF THE DEPARTMENT STATISTICS TABLE BY
020261*     3100-DEPT-POST-PARA.
020262*     AN ENTRY HELD OUT TO RESTATE AN EARLIER DAY (ENTRY-
020263*     RESTATED) IS LEFT OUT OF EVERY FIGURE BUT STILL COUNTS AS
020264*     VALID FOR ITS SOURCE. A VALID AMOUNT ENTRY IS ALSO TOTALLED
020265*     BY CURRENCY IN 3050-CURRENCY-POST-PARA.
020266*----------------------------------------------------------------
020267 3000-COMP-PARA.
020268     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ENTRY-COUNT
020270         IF ENTRY-VALID(IDX)
020280             IF VAL-AMOUNT(IDX) > MAX
020290                 MOVE VAL-AMOUNT(IDX) TO MAX
020350             ADD 1 TO VALID-COUNT
020360             ADD 1 TO SRC-VALID-COUNT(ENTRY-SRC-SUB(IDX))
020370             PERFORM 3100-DEPT-POST-PARA THRU 3100-EXIT
020372             IF ENTRY-TYPE-AMOUNT(IDX)
020374                 PERFORM 3050-CURRENCY-POST-PARA THRU 3050-EXIT
020376             END-IF
020380         END-IF
020382         IF ENTRY-RESTATED(IDX)
020384             ADD 1 TO SRC-VALID-COUNT(ENTRY-SRC-SUB(IDX))
020386         END-IF
020390     END-PERFORM.
020400     IF VALID-COUNT > 0
020410         COMPUTE NUM-AVERAGE ROUNDED =
020530     END-PERFORM.
020540 3000-EXIT.
020550     EXIT.
020551*----------------------------------------------------------------
020552* 3050-CURRENCY-POST-PARA - POST ONE VALID AMOUNT ENTRY TO ITS
020553*     CURRENCY'S ROW OF THE CURRENCY TABLE - ITS AMOUNT AS SENT
020554*     AND AS CONVERTED - ADDING THE ROW, WITH TONIGHT'S RATE, ON
020555*     FIRST SIGHT OF THE CURRENCY. AN ENTRY IN MORE CURRENCIES
020556*     THAN THE TABLE HOLDS IS LEFT OUT OF THE CURRENCY TOTALS
020557*     ONLY, AND COUNTED SO THE REPORT CAN SAY SO.
020558*----------------------------------------------------------------
020559 3050-CURRENCY-POST-PARA.
020560     MOVE 0 TO CUR-FOUND-SUB.
020561     PERFORM VARYING CUR-SUB FROM 1 BY 1
020562         UNTIL CUR-SUB > CUR-COUNT OR CUR-FOUND-SUB > 0
020563         IF CUR-CODE(CUR-SUB) = ENTRY-CURRENCY(IDX)
020564             MOVE CUR-SUB TO CUR-FOUND-SUB
020565         END-IF
020566     END-PERFORM.
020567     IF CUR-FOUND-SUB = 0
020568         IF CUR-COUNT NOT < CUR-MAX-ROWS
020569             ADD 1 TO CUR-OVERFLOW-COUNT
020570             GO TO 3050-EXIT
020571         END-IF
020572         ADD 1 TO CUR-COUNT
020573         MOVE CUR-COUNT TO CUR-FOUND-SUB
020574         MOVE ENTRY-CURRENCY(IDX) TO CUR-CODE(CUR-FOUND-SUB)
020575         MOVE 0 TO CUR-VALID-COUNT(CUR-FOUND-SUB)
020576         MOVE 0 TO CUR-ORIG-SUM(CUR-FOUND-SUB)
020577         MOVE 0 TO CUR-BASE-SUM(CUR-FOUND-SUB)
020578         MOVE 1 TO CUR-RATE(CUR-FOUND-SUB)
020579         IF ENTRY-CURRENCY(IDX) NOT = WS-BASE-CURRENCY
020580             MOVE 0 TO CUR-RATE(CUR-FOUND-SUB)
020581             MOVE WS-BUS-DATE TO WS-FX-DATE
020582             MOVE ENTRY-CURRENCY(IDX) TO WS-FX-CURRENCY
020583             PERFORM 2570-FIND-FX-PARA THRU 2570-EXIT
020584             IF FXT-FOUND-SUB > 0
020585                 MOVE FXT-RATE(FXT-FOUND-SUB)
020586                     TO CUR-RATE(CUR-FOUND-SUB)
020587             END-IF
020588         END-IF
020589     END-IF.
020590     MOVE ENTRY-AMT-X(IDX) TO AMT-X.
020591     ADD 1 TO CUR-VALID-COUNT(CUR-FOUND-SUB).
020592     ADD AMT-N TO CUR-ORIG-SUM(CUR-FOUND-SUB).
020593     ADD VAL-AMOUNT(IDX) TO CUR-BASE-SUM(CUR-FOUND-SUB).
020594 3050-EXIT.
020595     EXIT.
020596*----------------------------------------------------------------
020597* 3100-DEPT-POST-PARA - POST ONE VALID ENTRY INTO ITS
020598*     DEPARTMENT'S ROW OF THE DEPARTMENT STATISTICS TABLE,
020599*     ADDING THE ROW ON FIRST SIGHT OF THE DEPARTMENT CODE. A
020600*     BATCH CARRYING MORE DISTINCT CODES THAN THE TABLE HOLDS
020610*     STILL TOTALS CORRECTLY AT THE GRAND LEVEL - THE OVERFLOW
020620*     ENTRY IS ONLY LEFT OUT OF THE PER-DEPARTMENT BREAK.
020750             MOVE DEPT-COUNT TO DEPT-FOUND-SUB
020760             MOVE ENTRY-DEPT(IDX) TO DEPT-CODE(DEPT-FOUND-SUB)
020770             MOVE SPACES TO DEPT-NAME(DEPT-FOUND-SUB)
020772             MOVE SPACES TO DEPT-DIVISION(DEPT-FOUND-SUB)
020780             IF DEPT-REF-LOADED
020790                 MOVE ENTRY-DEPT(IDX) TO WS-DEPT-LOOKUP
020800                 PERFORM 2530-FIND-DEPT-REF-PARA THRU 2530-EXIT
020810                 IF DREF-FOUND-SUB > 0
020820                     MOVE DREF-NAME(DREF-FOUND-SUB)
020830                         TO DEPT-NAME(DEPT-FOUND-SUB)
020832                     MOVE DREF-DIVISION(DREF-FOUND-SUB)
020834                         TO DEPT-DIVISION(DEPT-FOUND-SUB)
020840                 END-IF
020850             END-IF
020860             MOVE -9999999.99 TO DEPT-MAX(DEPT-FOUND-SUB)
021310     END-PERFORM.
021320 3500-EXIT.
021330     EXIT.
021331*----------------------------------------------------------------
021332* 3600-DIVISION-PARA - ROLL THE DEPARTMENT STATISTICS UP INTO
021333*     THE DIVISION STATISTICS TABLE. EACH DEPARTMENT ROW WITH A
021334*     DIVISION IS MERGED INTO ITS DIVISION'S ROW BY
021335*     3610-DIVISION-POST-PARA, THEN EVERY DIVISION'S AVERAGE,
021336*     RANGE AND TIE COUNT IS DERIVED. A DIVISION'S TIES ARE THE
021337*     TIES OF EACH OF ITS DEPARTMENTS WHOSE OWN MAX EQUALS THE
021338*     DIVISION MAX, SO NO SECOND PASS OF THE ENTRIES IS NEEDED.
021339*     MUST FOLLOW 3500-TIE-PARA.
021340*----------------------------------------------------------------
021341 3600-DIVISION-PARA.
021342     MOVE 0 TO DIV-COUNT.
021343     PERFORM VARYING DEPT-SUB FROM 1 BY 1
021344         UNTIL DEPT-SUB > DEPT-COUNT
021345         IF DEPT-DIVISION(DEPT-SUB) NOT = SPACES
021346             PERFORM 3610-DIVISION-POST-PARA THRU 3610-EXIT
021347         END-IF
021348     END-PERFORM.
021349     PERFORM VARYING DIV-SUB FROM 1 BY 1
021350         UNTIL DIV-SUB > DIV-COUNT
021351         IF DIV-VALID-COUNT(DIV-SUB) > 0
021352             COMPUTE DIV-AVERAGE(DIV-SUB) ROUNDED =
021353                 DIV-SUM(DIV-SUB) / DIV-VALID-COUNT(DIV-SUB)
021354             COMPUTE DIV-RANGE(DIV-SUB) =
021355                 DIV-MAX(DIV-SUB) - DIV-MIN(DIV-SUB)
021356         END-IF
021357         PERFORM VARYING DEPT-SUB FROM 1 BY 1
021358             UNTIL DEPT-SUB > DEPT-COUNT
021359             IF DEPT-DIVISION(DEPT-SUB) = DIV-CODE(DIV-SUB)
021360                 AND DEPT-MAX(DEPT-SUB) = DIV-MAX(DIV-SUB)
021361                 ADD DEPT-TIE-COUNT(DEPT-SUB)
021362                     TO DIV-TIE-COUNT(DIV-SUB)
021363             END-IF
021364         END-PERFORM
021365     END-PERFORM.
021366 3600-EXIT.
021367     EXIT.
021368*----------------------------------------------------------------
021369* 3610-DIVISION-POST-PARA - MERGE ONE DEPARTMENT ROW INTO ITS
021370*     DIVISION'S ROW, ADDING THE ROW ON FIRST SIGHT OF THE
021371*     DIVISION CODE.
021372*----------------------------------------------------------------
021373 3610-DIVISION-POST-PARA.
021374     MOVE 0 TO DIV-FOUND-SUB.
021375     PERFORM VARYING DIV-SUB FROM 1 BY 1
021376         UNTIL DIV-SUB > DIV-COUNT OR DIV-FOUND-SUB > 0
021377         IF DIV-CODE(DIV-SUB) = DEPT-DIVISION(DEPT-SUB)
021378             MOVE DIV-SUB TO DIV-FOUND-SUB
021379         END-IF
021380     END-PERFORM.
021381     IF DIV-FOUND-SUB = 0
021382         ADD 1 TO DIV-COUNT
021383         MOVE DIV-COUNT TO DIV-FOUND-SUB
021384         MOVE DEPT-DIVISION(DEPT-SUB) TO DIV-CODE(DIV-FOUND-SUB)
021385         MOVE 0 TO DIV-DEPT-COUNT(DIV-FOUND-SUB)
021386         MOVE -9999999.99 TO DIV-MAX(DIV-FOUND-SUB)
021387         MOVE +9999999.99 TO DIV-MIN(DIV-FOUND-SUB)
021388         MOVE 0 TO DIV-SUM(DIV-FOUND-SUB)
021389         MOVE 0 TO DIV-VALID-COUNT(DIV-FOUND-SUB)
021390         MOVE 0 TO DIV-AVERAGE(DIV-FOUND-SUB)
021391         MOVE 0 TO DIV-RANGE(DIV-FOUND-SUB)
021392         MOVE 0 TO DIV-TIE-COUNT(DIV-FOUND-SUB)
021393     END-IF.
021394     IF DEPT-MAX(DEPT-SUB) > DIV-MAX(DIV-FOUND-SUB)
021395         MOVE DEPT-MAX(DEPT-SUB) TO DIV-MAX(DIV-FOUND-SUB)
021396     END-IF.
021397     IF DEPT-MIN(DEPT-SUB) < DIV-MIN(DIV-FOUND-SUB)
021398         MOVE DEPT-MIN(DEPT-SUB) TO DIV-MIN(DIV-FOUND-SUB)
021399     END-IF.
021400     ADD DEPT-SUM(DEPT-SUB) TO DIV-SUM(DIV-FOUND-SUB).
021401     ADD DEPT-VALID-COUNT(DEPT-SUB)
021402         TO DIV-VALID-COUNT(DIV-FOUND-SUB).
021403     ADD 1 TO DIV-DEPT-COUNT(DIV-FOUND-SUB).
021404 3610-EXIT.
021405     EXIT.
021406*----------------------------------------------------------------
021407* 4000-EXCEPTION-PARA - RATE THIS RUN AGAINST THE OPERATOR-SET
021408*     TOLERANCES FROM PRG25PRM: THE REJECT PERCENTAGE, AND THE
021409*     DAY-OVER-DAY MOVEMENT IN MAX AGAINST THE PRIOR COMPLETED
021410*     RUN FOUND BY 1100-PRIOR-RUN-PARA. EACH BREACH IS NAMED
021411*     ON THE PRG25ALT ALERT REPORT, AND THE WORST SEVERITY
021412*     BECOMES THE RETURN CODE AT END OF RUN - RC=4 FOR A
021413*     WARNING, RC=8 FOR A SERIOUS BREACH - SO THE SCHEDULER
021420*     CAN PAGE THE ON-CALL ANALYST FROM THE JCL CONDITION
021430*     CHECK INSTEAD OF WAITING FOR A HUMAN TO READ THE REPORT.
021432*     REGISTERED FEED VOLUMES ARE RATED BY 4100-FEED-CHECK-PARA.
021440*----------------------------------------------------------------
021450 4000-EXCEPTION-PARA.
021460     MOVE WS-RUN-NUMBER TO AH-RUN-NUMBER.
022110             WRITE ALT-LINE FROM ALT-NO-PRIOR-LINE
022120         END-IF
022130     END-IF.
022132     PERFORM 4100-FEED-CHECK-PARA THRU 4100-EXIT.
022136     PERFORM 4200-DUP-SEGMENT-ALERT-PARA THRU 4200-EXIT.
022140     IF WS-ALERT-RC = 0
022150         WRITE ALT-LINE FROM ALT-NONE-LINE
022160     END-IF.
022170 4000-EXIT.
022180     EXIT.
022181*----------------------------------------------------------------
022182* 4100-FEED-CHECK-PARA - RATE EVERY ACTIVE REGISTERED FEED'S
022183*     VOLUME FOR THE BUSINESS DATE. A DAILY FEED THAT SENT NO
022184*     SEGMENT FOR THE DATE IS A SERIOUS ALERT (RC=8) - AN
022185*     ABSENT FILE IS NOT A QUIET NIGHT. A FEED WHOSE ENTRY
022186*     COUNT FOR THE DATE FALLS OUTSIDE ITS REGISTERED BAND IS A
022187*     WARNING (RC=4) - HALF A FILE, OR THE SAME ONE TWICE. EACH
022188*     ALERT NAMES THE FEED'S CONTACT, AND THE RATING IS CARRIED
022189*     TO THE SOURCE SECTION OF THE SUMMARY REPORT. WITH NO
022190*     REGISTRY LOADED THE CHECK IS SKIPPED.
022191*----------------------------------------------------------------
022192 4100-FEED-CHECK-PARA.
022193     IF NOT FEED-REF-LOADED
022194         GO TO 4100-EXIT
022195     END-IF.
022196     PERFORM VARYING FREF-SUB FROM 1 BY 1
022197         UNTIL FREF-SUB > FREF-COUNT
022198         PERFORM 4150-FEED-RATE-PARA THRU 4150-EXIT
022199     END-PERFORM.
022200 4100-EXIT.
022201     EXIT.
022202*----------------------------------------------------------------
022203* 4150-FEED-RATE-PARA - RATE ONE REGISTERED FEED: MISSING, LOW,
022204*     HIGH, IN BAND, OR NO BAND WHEN NO MAXIMUM HAS BEEN SET. A
022205*     FEED THAT IS NOT DAILY IS ONLY RATED ON A DATE IT SENDS.
022206*----------------------------------------------------------------
022207 4150-FEED-RATE-PARA.
022208     MOVE SPACES TO FREF-VOLUME(FREF-SUB).
022209     IF NOT FREF-ACTIVE(FREF-SUB)
022210         GO TO 4150-EXIT
022211     END-IF.
022212     IF FREF-DAY-DATE(FREF-SUB) NOT = WS-BUS-DATE
022213         IF FREF-DAILY(FREF-SUB)
022214             MOVE 'MISSING' TO FREF-VOLUME(FREF-SUB)
022215             MOVE ' SENT NOTHING FOR BUS DATE' TO AF-CONDITION
022216             MOVE 'SERIOUS' TO AF-SEVERITY
022217             PERFORM 4160-FEED-ALERT-PARA THRU 4160-EXIT
022218         END-IF
022219         GO TO 4150-EXIT
022220     END-IF.
022221     IF FREF-MAX-COUNT(FREF-SUB) = 0
022222         MOVE 'NO BAND' TO FREF-VOLUME(FREF-SUB)
022223         GO TO 4150-EXIT
022224     END-IF.
022225     IF FREF-DAY-COUNT(FREF-SUB) < FREF-MIN-COUNT(FREF-SUB)
022226         MOVE 'LOW' TO FREF-VOLUME(FREF-SUB)
022227         MOVE ' BELOW NORMAL BAND' TO AF-CONDITION
022228         MOVE 'WARNING' TO AF-SEVERITY
022229         PERFORM 4160-FEED-ALERT-PARA THRU 4160-EXIT
022230         GO TO 4150-EXIT
022231     END-IF.
022232     IF FREF-DAY-COUNT(FREF-SUB) > FREF-MAX-COUNT(FREF-SUB)
022233         MOVE 'HIGH' TO FREF-VOLUME(FREF-SUB)
022234         MOVE ' ABOVE NORMAL BAND' TO AF-CONDITION
022235         MOVE 'WARNING' TO AF-SEVERITY
022236         PERFORM 4160-FEED-ALERT-PARA THRU 4160-EXIT
022237         GO TO 4150-EXIT
022238     END-IF.
022239     MOVE 'IN BAND' TO FREF-VOLUME(FREF-SUB).
022240 4150-EXIT.
022241     EXIT.
022242*----------------------------------------------------------------
022243* 4160-FEED-ALERT-PARA - WRITE ONE FEED ALERT, WITH THE FEED'S
022244*     NAME, CONTACT AND NORMAL BAND UNDER IT, AND RAISE THE
022245*     RUN'S ALERT RETURN CODE TO MATCH ITS SEVERITY.
022246*----------------------------------------------------------------
022247 4160-FEED-ALERT-PARA.
022248     MOVE FREF-SOURCE-ID(FREF-SUB) TO AF-SOURCE-ID.
022249     IF FREF-DAY-DATE(FREF-SUB) = WS-BUS-DATE
022250         MOVE FREF-DAY-COUNT(FREF-SUB) TO AF-COUNT
022251     ELSE
022252         MOVE 0 TO AF-COUNT
022253     END-IF.
022254     WRITE ALT-LINE FROM ALT-FEED-LINE.
022255     MOVE FREF-FEED-NAME(FREF-SUB) TO AFD-FEED-NAME.
022256     MOVE FREF-CONTACT(FREF-SUB) TO AFD-CONTACT.
022257     MOVE FREF-MIN-COUNT(FREF-SUB) TO AFD-MIN-COUNT.
022258     MOVE FREF-MAX-COUNT(FREF-SUB) TO AFD-MAX-COUNT.
022259     WRITE ALT-LINE FROM ALT-FEED-DETAIL-LINE.
022260     DISPLAY 'PRG25 - ALERT, FEED ' FREF-SOURCE-ID(FREF-SUB)
022261         AF-CONDITION.
022262     IF AF-SEVERITY = 'SERIOUS'
022263         IF WS-ALERT-RC < 8
022264             MOVE 8 TO WS-ALERT-RC
022265         END-IF
022266     ELSE
022267         IF WS-ALERT-RC < 4
022268             MOVE 4 TO WS-ALERT-RC
022269         END-IF
022270     END-IF.
022271 4160-EXIT.
022272     EXIT.
022273*----------------------------------------------------------------
022274* 4200-DUP-SEGMENT-ALERT-PARA - WRITE A WARNING TO PRG25ALT FOR
022275*     EACH SEGMENT SKIPPED OR FORCED THROUGH AS ALREADY PROCESSED,
022276*     SO IT IS SEEN THE SAME NIGHT, AND RAISE THE RUN TO RC=4.
022277*----------------------------------------------------------------
022278 4200-DUP-SEGMENT-ALERT-PARA.
022279     PERFORM VARYING SFT-SUB FROM 1 BY 1 UNTIL SFT-SUB > SFT-COUNT
022280         IF NOT SFT-MATCH-NONE(SFT-SUB)
022281             MOVE SFT-SOURCE-ID(SFT-SUB) TO AF-SOURCE-ID
022282             IF SFT-SKIPPED(SFT-SUB)
022283                 MOVE ' DUPLICATE SEGMENT SKIPPED' TO AF-CONDITION
022284             ELSE
022285                 MOVE ' DUP SEGMENT PASSED BY FORCE'
022286                     TO AF-CONDITION
022287             END-IF
022288             MOVE SFT-RECORD-COUNT(SFT-SUB) TO AF-COUNT
022289             MOVE 'WARNING' TO AF-SEVERITY
022290             WRITE ALT-LINE FROM ALT-FEED-LINE
022291             IF WS-ALERT-RC < 4
022292                 MOVE 4 TO WS-ALERT-RC
022293             END-IF
022294         END-IF
022295     END-PERFORM.
022296 4200-EXIT.
022297     EXIT.
022298*----------------------------------------------------------------
022299* 5000-DISTRIBUTION-PARA - DESCRIBE THE SHAPE OF THE BATCH ON
022300*     THE PRG25DST REPORT: A TEN-BUCKET FREQUENCY HISTOGRAM
022301*     ACROSS THE VALID ENTRIES (EQUAL-WIDTH BUCKETS SPANNING
022302*     MIN THRU MAX), PLUS THE MEDIAN, THE MODE (LOWEST VALUE
022303*     WINS A TIE) AND THE STANDARD DEVIATION. TWO BATCHES WITH
022304*     IDENTICAL MAX AND AVERAGE CAN HAVE COMPLETELY DIFFERENT
022305*     MIXES - THIS REPORT IS WHERE THE DIFFERENCE SHOWS.
022306*----------------------------------------------------------------
022307 5000-DISTRIBUTION-PARA.
022308     MOVE WS-RUN-NUMBER TO DH-RUN-NUMBER.
022309     MOVE WS-BUS-DATE TO DH-BUS-DATE.
022310     WRITE DST-LINE FROM DST-HEADER-LINE.
022320     IF VALID-COUNT = 0
022330         WRITE DST-LINE FROM DST-NO-VALID-LINE
024160*     REDEFINITION OF RD-VALUE RATHER THAN THE EDITED NUMERIC
024170*     FIELD, SINCE AN EDITED NUMERIC MOVE AGAINST KNOWN
024180*     NON-NUMERIC CONTENT IS UNDEFINED.
024182*     EACH DIVISION'S SUBTOTAL SECTION (7200) PRINTS BETWEEN
024184*     THE DEPARTMENT SECTIONS AND THE GRAND TOTALS, AND THE
024187*     CURRENCY TOTALS (7250) FOLLOW THE GRAND TOTALS.
024190*----------------------------------------------------------------
024200 7000-REPORT-PARA.
024210     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024280     MOVE WS-CHECKPOINT-INTERVAL TO RH1A-CKPT.
024290     MOVE WS-MAX-ENTRIES TO RH1A-MAX-ENTRIES.
024300     MOVE WS-PRM-SOURCE TO RH1A-SOURCE.
024305     MOVE WS-DUP-SEG-ACTION TO RH1A-DUP-SEG.
024307     MOVE WS-BASE-CURRENCY TO RH1A-BASE-CCY.
024310     WRITE RPT-LINE FROM RPT-HEADER-LINE-1A.
024320     WRITE RPT-LINE FROM RPT-HEADER-LINE-2.
024330     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ENTRY-COUNT
024340         MOVE IDX TO RD-ENTRY-NO
024350         MOVE ENTRY-DEPT(IDX) TO RD-DEPT
024352         MOVE SPACES TO RD-NOTE
024354         IF ENTRY-RESTATED(IDX)
024356             MOVE 'RESTATES EARLIER DAY' TO RD-NOTE
024358         END-IF
024360         IF ENTRY-INVALID(IDX)
024370             IF ENTRY-TYPE-AMOUNT(IDX)
024380                 MOVE ENTRY-AMT-X(IDX) TO RD-VALUE-X
024490             UNTIL DEPT-SUB > DEPT-COUNT
024500             PERFORM 7100-DEPT-SECTION-PARA THRU 7100-EXIT
024510         END-PERFORM
024512         PERFORM VARYING DIV-SUB FROM 1 BY 1
024514             UNTIL DIV-SUB > DIV-COUNT
024516             PERFORM 7200-DIVISION-SECTION-PARA THRU 7200-EXIT
024518         END-PERFORM
024520         WRITE RPT-LINE FROM RPT-BLANK-LINE
024530         WRITE RPT-LINE FROM RPT-GRAND-HEADER-LINE
024540         MOVE MAX TO RM-MAX
024590         WRITE RPT-LINE FROM RPT-AVG-LINE
024600         MOVE NUM-RANGE TO RR-RANGE
024610         WRITE RPT-LINE FROM RPT-RANGE-LINE
024615         PERFORM 7250-CURRENCY-SECTION-PARA THRU 7250-EXIT
024620     ELSE
024630         WRITE RPT-LINE FROM RPT-NO-VALID-LINE
024640     END-IF.
024810             MOVE SRC-REJECT-COUNT(SRC-SUB)
024820                 TO RS-REJECT-COUNT
024830             MOVE SRC-BALANCE(SRC-SUB) TO RS-BALANCE
024831             MOVE SPACES TO RS-VOLUME
024832             IF SRC-FREF-SUB(SRC-SUB) > 0
024833                 MOVE FREF-VOLUME(SRC-FREF-SUB(SRC-SUB))
024834                     TO RS-VOLUME
024835             END-IF
024840             WRITE RPT-LINE FROM RPT-SOURCE-LINE
024850         END-PERFORM
024852         PERFORM 7150-MISSING-FEED-PARA THRU 7150-EXIT
024860     END-IF.
024865     PERFORM 7160-DUP-SEGMENT-PARA THRU 7160-EXIT.
024870 7000-EXIT.
024880     EXIT.
024881*----------------------------------------------------------------
024882* 7050-PREFLIGHT-PARA - CLOSE OUT A PRE-FLIGHT (PARM='VALIDATE')
024883*     RUN: PRINT THE ENTRY, VALID AND REJECT COUNTS THE NIGHT
024884*     RUN WILL SEE. THE AUDIT, EXTRACT, PLANNING, RESULTS AND
024885*     RUN CONTROL PHASES ARE NOT REACHED, SO THE SAME FEED
024886*     RUNS TONIGHT WITHOUT PARM=FORCE. A TOLERANCE BREACH STILL
024887*     ENDS THE PRE-FLIGHT WITH RC=4 OR RC=8, AS IT WOULD AT NIGHT.
024888*----------------------------------------------------------------
024889 7050-PREFLIGHT-PARA.
024890     WRITE RPT-LINE FROM RPT-BLANK-LINE.
024891     WRITE RPT-LINE FROM RPT-PREFLIGHT-LINE.
024892     MOVE ENTRY-COUNT TO RPE-ENTRY-COUNT.
024893     MOVE VALID-COUNT TO RPE-VALID-COUNT.
024894     MOVE REJECT-COUNT TO RPE-REJECT-COUNT.
024895     WRITE RPT-LINE FROM RPT-PREFLIGHT-END-LINE.
024896     DISPLAY 'PRG25 - PRE-FLIGHT COMPLETE, NO MASTER FILE '
024897         'UPDATED'.
024898 7050-EXIT.
024899     EXIT.
024900*----------------------------------------------------------------
024901* 7100-DEPT-SECTION-PARA - PRINT ONE DEPARTMENT'S SECTION OF
024910*     THE SUMMARY - ITS OWN MAX, MIN, AVERAGE AND RANGE PLUS A
024920*     TIE LIST WHENEVER MORE THAN ONE OF ITS ENTRIES TIES ITS
024930*     MAX. THE SHARED SUMMARY PRINT LINES ARE REUSED SO THE
025230     END-IF.
025240 7100-EXIT.
025250     EXIT.
025251*----------------------------------------------------------------
025252* 7150-MISSING-FEED-PARA - ADD A ROW TO THE SOURCE SECTION FOR
025253*     EACH REGISTERED DAILY FEED THAT SENT NO SEGMENT AT ALL, SO
025254*     AN ABSENT FEED SHOWS UP WHERE THE ANALYST LOOKS FOR IT.
025255*----------------------------------------------------------------
025256 7150-MISSING-FEED-PARA.
025257     IF NOT FEED-REF-LOADED
025258         GO TO 7150-EXIT
025259     END-IF.
025260     PERFORM VARYING FREF-SUB FROM 1 BY 1
025261         UNTIL FREF-SUB > FREF-COUNT
025262         IF FREF-VOLUME(FREF-SUB) = 'MISSING'
025263             AND NOT FREF-SEEN(FREF-SUB)
025264             MOVE FREF-SOURCE-ID(FREF-SUB) TO RS-SOURCE-ID
025265             MOVE 0 TO RS-READ-COUNT
025266             MOVE 0 TO RS-VALID-COUNT
025267             MOVE 0 TO RS-REJECT-COUNT
025268             MOVE SPACES TO RS-BALANCE
025269             MOVE FREF-VOLUME(FREF-SUB) TO RS-VOLUME
025270             WRITE RPT-LINE FROM RPT-SOURCE-LINE
025271         END-IF
025272     END-PERFORM.
025273 7150-EXIT.
025274     EXIT.
025275*----------------------------------------------------------------
025276* 7160-DUP-SEGMENT-PARA - LIST ON THE REPORT EVERY SEGMENT FOUND
025277*     TO HAVE BEEN PROCESSED BEFORE, WITH THE EARLIER SEGMENT OR
025278*     RUN IT MATCHED AND WHETHER IT WAS SKIPPED OR FORCED THROUGH.
025279*----------------------------------------------------------------
025280 7160-DUP-SEGMENT-PARA.
025281     IF SEG-SKIP-COUNT = 0 AND SEG-FORCED-COUNT = 0
025282         GO TO 7160-EXIT
025283     END-IF.
025284     WRITE RPT-LINE FROM RPT-BLANK-LINE.
025285     WRITE RPT-LINE FROM RPT-DUP-SEG-HEADER-LINE.
025286     PERFORM VARYING SFT-SUB FROM 1 BY 1 UNTIL SFT-SUB > SFT-COUNT
025287         IF NOT SFT-MATCH-NONE(SFT-SUB)
025288             SET SFT-IDX TO SFT-SUB
025289             IF SFT-SKIPPED(SFT-IDX)
025290                 MOVE 'SKIPPED' TO RDG-ACTION
025291             ELSE
025292                 MOVE 'FORCED' TO RDG-ACTION
025293             END-IF
025294             PERFORM 7170-DUP-SEGMENT-LINE-PARA THRU 7170-EXIT
025295         END-IF
025296     END-PERFORM.
025297 7160-EXIT.
025298     EXIT.
025299*----------------------------------------------------------------
025300* 7170-DUP-SEGMENT-LINE-PARA - FORMAT AND WRITE THE REPORT LINE
025301*     FOR THE SEGMENT TABLE ROW AT SFT-IDX. RDG-ACTION IS SET BY
025302*     THE CALLER. A MATCH WITHIN TONIGHT'S INPUT NAMES THE EARLIER
025303*     SEGMENT; A REGISTRY MATCH NAMES THE RUN AND ITS DATE.
025304*----------------------------------------------------------------
025305 7170-DUP-SEGMENT-LINE-PARA.
025306     MOVE SFT-SEG-NO(SFT-IDX) TO RDG-SEG-NO.
025307     MOVE SFT-SOURCE-ID(SFT-IDX) TO RDG-SOURCE-ID.
025308     MOVE SFT-BUS-DATE(SFT-IDX) TO RDG-BUS-DATE.
025309     MOVE SFT-RECORD-COUNT(SFT-IDX) TO RDG-RECORD-COUNT.
025310     MOVE SFT-HASH-TOTAL(SFT-IDX) TO RDG-HASH-TOTAL.
025311     MOVE SFT-MATCH-RUN(SFT-IDX) TO RDG-MATCH-NO.
025312     IF SFT-MATCH-INPUT(SFT-IDX)
025313         MOVE 'SEGMENT' TO RDG-MATCH-TYPE
025314         MOVE SPACES TO RDG-MATCH-DATE
025315     ELSE
025316         MOVE 'RUN' TO RDG-MATCH-TYPE
025317         MOVE SFT-MATCH-DATE(SFT-IDX) TO SFT-DATE-EDIT
025318         MOVE SFT-DATE-EDIT TO RDG-MATCH-DATE
025319     END-IF.
025320     WRITE RPT-LINE FROM RPT-DUP-SEG-LINE.
025321 7170-EXIT.
025322     EXIT.
025323*----------------------------------------------------------------
025324* 7200-DIVISION-SECTION-PARA - PRINT ONE DIVISION'S SUBTOTAL
025325*     SECTION OF THE SUMMARY, LAID OUT LIKE A DEPARTMENT SECTION
025326*     WITH THE SAME SHARED PRINT LINES. THE TIE LIST NAMES EVERY
025327*     VALID ENTRY OF THE DIVISION'S DEPARTMENTS THAT TIES THE
025328*     DIVISION MAX.
025329*----------------------------------------------------------------
025330 7200-DIVISION-SECTION-PARA.
025331     WRITE RPT-LINE FROM RPT-BLANK-LINE.
025332     MOVE DIV-CODE(DIV-SUB) TO RVH-DIV-CODE.
025333     MOVE DIV-DEPT-COUNT(DIV-SUB) TO RVH-DEPT-COUNT.
025334     MOVE DIV-VALID-COUNT(DIV-SUB) TO RVH-VALID-COUNT.
025335     WRITE RPT-LINE FROM RPT-DIV-HEADER-LINE.
025336     MOVE DIV-MAX(DIV-SUB) TO RM-MAX.
025337     WRITE RPT-LINE FROM RPT-MAX-LINE.
025338     MOVE DIV-MIN(DIV-SUB) TO RN-MIN.
025339     WRITE RPT-LINE FROM RPT-MIN-LINE.
025340     MOVE DIV-AVERAGE(DIV-SUB) TO RA-AVERAGE.
025341     WRITE RPT-LINE FROM RPT-AVG-LINE.
025342     MOVE DIV-RANGE(DIV-SUB) TO RR-RANGE.
025343     WRITE RPT-LINE FROM RPT-RANGE-LINE.
025344     IF DIV-TIE-COUNT(DIV-SUB) > 1
025345         MOVE DIV-TIE-COUNT(DIV-SUB) TO RT-TIE-COUNT
025346         WRITE RPT-LINE FROM RPT-TIE-COUNT-LINE
025347         PERFORM VARYING IDX FROM 1 BY 1
025348             UNTIL IDX > ENTRY-COUNT
025349             IF ENTRY-VALID(IDX)
025350                 AND VAL-AMOUNT(IDX) = DIV-MAX(DIV-SUB)
025351                 PERFORM 7210-DIVISION-TIE-PARA THRU 7210-EXIT
025352             END-IF
025353         END-PERFORM
025354     END-IF.
025355 7200-EXIT.
025356     EXIT.
025357*----------------------------------------------------------------
025358* 7210-DIVISION-TIE-PARA - PRINT THE TIE POSITION OF ENTRY IDX
025359*     WHEN ITS DEPARTMENT BELONGS TO THE DIVISION AT DIV-SUB.
025360*----------------------------------------------------------------
025361 7210-DIVISION-TIE-PARA.
025362     MOVE 0 TO DEPT-FOUND-SUB.
025363     PERFORM VARYING DEPT-SUB FROM 1 BY 1
025364         UNTIL DEPT-SUB > DEPT-COUNT OR DEPT-FOUND-SUB > 0
025365         IF DEPT-CODE(DEPT-SUB) = ENTRY-DEPT(IDX)
025366             MOVE DEPT-SUB TO DEPT-FOUND-SUB
025367         END-IF
025368     END-PERFORM.
025369     IF DEPT-FOUND-SUB > 0
025370         IF DEPT-DIVISION(DEPT-FOUND-SUB) = DIV-CODE(DIV-SUB)
025371             MOVE IDX TO RT-TIE-POSITION
025372             WRITE RPT-LINE FROM RPT-TIE-POSITION-LINE
025373         END-IF
025374     END-IF.
025375 7210-EXIT.
025376     EXIT.
025377*----------------------------------------------------------------
025378* 7250-CURRENCY-SECTION-PARA - PRINT THE CURRENCY TOTALS AFTER
025379*     THE GRAND TOTALS: FOR EACH CURRENCY IN TONIGHT'S VALID
025380*     AMOUNT ENTRIES, THE COUNT, THE TOTAL IN THAT CURRENCY, THE
025381*     RATE AND THE TOTAL CONVERTED TO THE BASE CURRENCY, WHICH IS
025382*     WHAT EVERY OTHER FIGURE ON THE REPORT IS IN.
025383*----------------------------------------------------------------
025384 7250-CURRENCY-SECTION-PARA.
025385     IF CUR-COUNT = 0
025386         GO TO 7250-EXIT
025387     END-IF.
025388     WRITE RPT-LINE FROM RPT-BLANK-LINE.
025389     MOVE WS-BASE-CURRENCY TO RCT-BASE-CURRENCY.
025390     WRITE RPT-LINE FROM RPT-CUR-TITLE-LINE.
025391     WRITE RPT-LINE FROM RPT-CUR-COLUMN-LINE.
025392     PERFORM VARYING CUR-SUB FROM 1 BY 1
025393         UNTIL CUR-SUB > CUR-COUNT
025394         MOVE CUR-CODE(CUR-SUB) TO RCU-CURRENCY
025395         MOVE CUR-VALID-COUNT(CUR-SUB) TO RCU-VALID-COUNT
025396         MOVE CUR-ORIG-SUM(CUR-SUB) TO RCU-ORIG-SUM
025397         MOVE CUR-RATE(CUR-SUB) TO RCU-RATE
025398         MOVE CUR-BASE-SUM(CUR-SUB) TO RCU-BASE-SUM
025399         WRITE RPT-LINE FROM RPT-CUR-LINE
025400     END-PERFORM.
025401     IF CUR-OVERFLOW-COUNT > 0
025402         MOVE CUR-OVERFLOW-COUNT TO RCO-COUNT
025403         WRITE RPT-LINE FROM RPT-CUR-OVERFLOW-LINE
025404     END-IF.
025405 7250-EXIT.
025406     EXIT.
025407*----------------------------------------------------------------
025408* 7300-SEGMENT-REGISTER-PARA - ADD THE FINGERPRINT OF EVERY
025409*     SEGMENT ACCEPTED TONIGHT TO THE PRG25SFP REGISTRY, SO A
025410*     RESEND ON ANY LATER NIGHT IS RECOGNISED. A FINGERPRINT
025411*     ALREADY ON FILE - RELEASED THROUGH PRG25G, OR LET THROUGH BY
025412*     PARM='FORCE' - IS REWRITTEN ACTIVE UNDER TONIGHT'S RUN. A
025413*     CLUSTER NEVER YET LOADED IS OPENED OUTPUT. A FAILURE HERE IS
025414*     REPORTED AND RAISES THE RUN TO RC=4, SINCE TONIGHT'S
025415*     SEGMENTS WOULD NOT BE RECOGNISED IF SENT AGAIN, BUT IS NOT
025416*     FATAL.
025417*----------------------------------------------------------------
025418 7300-SEGMENT-REGISTER-PARA.
025419     IF SFP-FILE-AVAILABLE
025420         CLOSE FINGERPRINT-FILE
025421         MOVE 'N' TO WS-SFP-AVAILABLE
025422     END-IF.
025423     OPEN I-O FINGERPRINT-FILE.
025424     IF WS-SFP-STATUS = '35'
025425         OPEN OUTPUT FINGERPRINT-FILE
025426     END-IF.
025427     IF NOT SFP-OK
025428         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25SFP, STATUS = '
025429             WS-SFP-STATUS
025430         DISPLAY 'PRG25 - SEGMENT FINGERPRINTS NOT REGISTERED'
025431         IF WS-ALERT-RC < 4
025432             MOVE 4 TO WS-ALERT-RC
025433         END-IF
025434         GO TO 7300-EXIT
025435     END-IF.
025436     SET SFP-FILE-AVAILABLE TO TRUE.
025437     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025438     PERFORM VARYING SFT-SUB FROM 1 BY 1 UNTIL SFT-SUB > SFT-COUNT
025439         IF SFT-ACCEPTED(SFT-SUB)
025440             PERFORM 7310-SEGMENT-WRITE-PARA THRU 7310-EXIT
025441         END-IF
025442     END-PERFORM.
025443     DISPLAY 'PRG25 - SEGMENT FINGERPRINTS ADDED:   '
025444         SFP-WRITE-COUNT.
025445     DISPLAY 'PRG25 - SEGMENT FINGERPRINTS RENEWED: '
025446         SFP-REUSE-COUNT.
025447 7300-EXIT.
025448     EXIT.
025449*----------------------------------------------------------------
025450* 7310-SEGMENT-WRITE-PARA - WRITE THE FINGERPRINT OF SEGMENT TABLE
025451*     ROW SFT-SUB, OR REWRITE THE RECORD ALREADY ON FILE FOR IT.
025452*----------------------------------------------------------------
025453 7310-SEGMENT-WRITE-PARA.
025454     MOVE SPACES TO SFP-RECORD.
025455     MOVE SFT-KEY(SFT-SUB) TO SFP-KEY.
025456     SET SFP-ACTIVE TO TRUE.
025457     MOVE WS-RUN-NUMBER TO SFP-RUN-NUMBER.
025458     MOVE WS-CURRENT-DATE TO SFP-RUN-DATE.
025459     MOVE WS-BUS-DATE TO SFP-RUN-BUS-DATE.
025460     MOVE 0 TO SFP-RELEASE-DATE.
025461     WRITE SFP-RECORD
025462         INVALID KEY
025463             REWRITE SFP-RECORD
025464                 INVALID KEY
025465                     DISPLAY 'PRG25 - PRG25SFP REWRITE FAILED, '
025466                         'STATUS = ' WS-SFP-STATUS
025467                 NOT INVALID KEY
025468                     ADD 1 TO SFP-REUSE-COUNT
025469             END-REWRITE
025470         NOT INVALID KEY
025471             ADD 1 TO SFP-WRITE-COUNT
025472     END-WRITE.
025473 7310-EXIT.
025474     EXIT.
025475*----------------------------------------------------------------
025476* 7400-HISTORY-PARA - WRITE EVERY ACCEPTED ENTRY OF THE RUN TO
025477*     THE PRG25DTH DETAIL HISTORY KSDS, KEYED BY BUSINESS DATE
025478*     PLUS ENTRY NUMBER, SO A DAY'S MAX, MIN OR ANY SINGLE FIGURE
025479*     CAN BE TRACED TO ITS FEED AND POSITION WITHOUT RESTORING
025480*     THE FEED. WHATEVER IS ALREADY ON FILE FOR THE BUSINESS DATE
025481*     (A FORCED RERUN) IS CLEARED FIRST, SO THE HISTORY ALWAYS
025482*     MATCHES THE RUN THAT LAST LOADED THE DATE. CORRECTIONS
025483*     RESTATED INTO AN EARLIER DATE BY 7900-RESTATE-PARA ARE
025484*     WRITTEN UNDER THAT DATE, IN THE POSITION OF THE REJECT THEY
025485*     CORRECT. REJECTS ARE NOT WRITTEN - PRG25RCY HOLDS THEM. AS
025486*     WITH THE RESULTS MASTER, A NEVER-LOADED CLUSTER IS OPENED
025487*     OUTPUT, AND TROUBLE HERE IS REPORTED BUT IS NOT FATAL.
025488*----------------------------------------------------------------
025489 7400-HISTORY-PARA.
025490     OPEN I-O DETAIL-HISTORY-FILE.
025491     IF WS-DTH-STATUS = '35'
025492         OPEN OUTPUT DETAIL-HISTORY-FILE
025493     ELSE
025494         IF DTH-OK
025495             PERFORM 7410-HISTORY-PURGE-PARA THRU 7410-EXIT
025496         END-IF
025497     END-IF.
025498     IF NOT DTH-OK
025499         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25DTH, STATUS = '
025500             WS-DTH-STATUS
025501         DISPLAY 'PRG25 - DETAIL HISTORY NOT LOADED THIS RUN'
025502         GO TO 7400-EXIT
025503     END-IF.
025504     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025505     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ENTRY-COUNT
025506         IF ENTRY-VALID(IDX)
025507             PERFORM 7420-HISTORY-ENTRY-PARA THRU 7420-EXIT
025508         END-IF
025509     END-PERFORM.
025510     PERFORM VARYING RST-SUB FROM 1 BY 1 UNTIL RST-SUB > RST-COUNT
025511         IF RST-APPLIED(RST-SUB)
025512             PERFORM 7430-HISTORY-RESTATED-PARA THRU 7430-EXIT
025513         END-IF
025514     END-PERFORM.
025515     CLOSE DETAIL-HISTORY-FILE.
025516     DISPLAY 'PRG25 - DETAIL HISTORY: ' DTH-WRITE-COUNT
025517         ' ENTRIES WRITTEN, ' DTH-PURGE-COUNT ' CLEARED'.
025518 7400-EXIT.
025519     EXIT.
025520*----------------------------------------------------------------
025521* 7410-HISTORY-PURGE-PARA - DELETE EVERY DETAIL HISTORY RECORD
025522*     ALREADY ON FILE FOR TONIGHT'S BUSINESS DATE.
025523*----------------------------------------------------------------
025524 7410-HISTORY-PURGE-PARA.
025525     MOVE WS-BUS-DATE TO DTH-BUS-DATE.
025526     MOVE 0 TO DTH-ENTRY-NO.
025527     START DETAIL-HISTORY-FILE KEY IS NOT LESS THAN DTH-KEY
025528         INVALID KEY
025529             MOVE '00' TO WS-DTH-STATUS
025530             GO TO 7410-EXIT
025531     END-START.
025532     MOVE 'N' TO WS-DTH-SCAN.
025533     PERFORM 7415-HISTORY-DELETE-PARA THRU 7415-EXIT
025534         UNTIL DTH-SCAN-DONE.
025535     MOVE '00' TO WS-DTH-STATUS.
025536 7410-EXIT.
025537     EXIT.
025538*----------------------------------------------------------------
025539* 7415-HISTORY-DELETE-PARA - READ THE NEXT DETAIL HISTORY RECORD
025540*     AND DELETE IT WHILE STILL ON TONIGHT'S BUSINESS DATE.
025541*----------------------------------------------------------------
025542 7415-HISTORY-DELETE-PARA.
025543     READ DETAIL-HISTORY-FILE NEXT RECORD
025544         AT END
025545             SET DTH-SCAN-DONE TO TRUE
025546             GO TO 7415-EXIT
025547     END-READ.
025548     IF NOT DTH-OK
025549         DISPLAY 'PRG25 - DETAIL HISTORY READ FAILED, STATUS = '
025550             WS-DTH-STATUS
025551         SET DTH-SCAN-DONE TO TRUE
025552         GO TO 7415-EXIT
025553     END-IF.
025554     IF DTH-BUS-DATE NOT = WS-BUS-DATE
025555         SET DTH-SCAN-DONE TO TRUE
025556         GO TO 7415-EXIT
025557     END-IF.
025558     DELETE DETAIL-HISTORY-FILE RECORD
025559         INVALID KEY
025560             DISPLAY 'PRG25 - DETAIL HISTORY DELETE '
025561                 'FAILED, STATUS = ' WS-DTH-STATUS
025562         NOT INVALID KEY
025563             ADD 1 TO DTH-PURGE-COUNT
025564     END-DELETE.
025565 7415-EXIT.
025566     EXIT.
025567*----------------------------------------------------------------
025568* 7420-HISTORY-ENTRY-PARA - BUILD AND WRITE THE DETAIL HISTORY
025569*     RECORD FOR TONIGHT'S ACCEPTED ENTRY IDX.
025570*----------------------------------------------------------------
025571 7420-HISTORY-ENTRY-PARA.
025572     MOVE WS-BUS-DATE TO DTH-BUS-DATE.
025573     MOVE IDX TO DTH-ENTRY-NO.
025574     MOVE SRC-ID(ENTRY-SRC-SUB(IDX)) TO DTH-SOURCE-ID.
025575     IF DTH-SOURCE-ID = 'RESUBMIT'
025576         SET DTH-ORIGIN-RESUBMIT TO TRUE
025577     ELSE
025578         SET DTH-ORIGIN-FEED TO TRUE
025579     END-IF.
025580     PERFORM 7440-HISTORY-WRITE-PARA THRU 7440-EXIT.
025581 7420-EXIT.
025582     EXIT.
025583*----------------------------------------------------------------
025584* 7430-HISTORY-RESTATED-PARA - BUILD AND WRITE THE DETAIL HISTORY
025585*     RECORD FOR A CORRECTION RESTATED INTO AN EARLIER DATE (ROW
025586*     RST-SUB), UNDER THAT DATE AND THE POSITION AND FEED OF THE
025587*     REJECT IT CORRECTS. WHEN THE SEGMENT DOES NOT GIVE THE
025588*     REJECT'S ENTRY NUMBER ANY POSITION ON THE EARLIER DATE MAY
025589*     BELONG TO AN ENTRY ALREADY ON FILE, SO THE CORRECTION IS
025590*     WRITTEN UNDER TONIGHT'S DATE AND ENTRY NUMBER, AS IN 7420,
025591*     BUT MARKED RESTATED. 7410 CLEARED TONIGHT'S KEYS AND 7420
025592*     NEVER USES A RESTATED ENTRY'S NUMBER, SO NONE IS REPLACED.
025593*----------------------------------------------------------------
025594 7430-HISTORY-RESTATED-PARA.
025595     MOVE RST-ENTRY-NO(RST-SUB) TO IDX.
025596     MOVE RST-ORIG-DATE(RST-SUB) TO DTH-BUS-DATE.
025597     MOVE RST-ORIG-ENTRY(RST-SUB) TO DTH-ENTRY-NO.
025598     IF DTH-ENTRY-NO = 0
025599         MOVE WS-BUS-DATE TO DTH-BUS-DATE
025600         MOVE IDX TO DTH-ENTRY-NO
025601     END-IF.
025602     MOVE RST-ORIG-SOURCE(RST-SUB) TO DTH-SOURCE-ID.
025603     IF DTH-SOURCE-ID = SPACES
025604         MOVE SRC-ID(ENTRY-SRC-SUB(IDX)) TO DTH-SOURCE-ID
025605     END-IF.
025606     SET DTH-ORIGIN-RESTATED TO TRUE.
025607     PERFORM 7440-HISTORY-WRITE-PARA THRU 7440-EXIT.
025608 7430-EXIT.
025609     EXIT.
025610*----------------------------------------------------------------
025611* 7440-HISTORY-WRITE-PARA - FILL IN THE FIELDS COMMON TO EVERY
025612*     DETAIL HISTORY RECORD FOR ENTRY IDX AND WRITE IT, REWRITING
025613*     WHEN THE KEY IS ALREADY ON FILE.
025614*----------------------------------------------------------------
025615 7440-HISTORY-WRITE-PARA.
025616     MOVE ENTRY-DEPT(IDX) TO DTH-DEPT.
025617     MOVE ENTRY-TYPE(IDX) TO DTH-REC-TYPE.
025618     MOVE VAL-AMOUNT(IDX) TO DTH-AMOUNT.
025619     MOVE SPACES TO DTH-CURRENCY.
025620     MOVE VAL-AMOUNT(IDX) TO DTH-ORIG-AMOUNT.
025621     IF ENTRY-TYPE-AMOUNT(IDX)
025622         MOVE ENTRY-CURRENCY(IDX) TO DTH-CURRENCY
025623         MOVE ENTRY-AMT-X(IDX) TO AMT-X
025624         MOVE AMT-N TO DTH-ORIG-AMOUNT
025625     END-IF.
025626     MOVE WS-RUN-NUMBER TO DTH-RUN-NUMBER.
025627     MOVE WS-CURRENT-DATE TO DTH-RUN-DATE.
025628     MOVE IDX TO DTH-POSTED-ENTRY-NO.
025629     WRITE DTH-RECORD
025630         INVALID KEY
025631             REWRITE DTH-RECORD
025632                 INVALID KEY
025633                     DISPLAY 'PRG25 - DETAIL HISTORY WRITE '
025634                         'FAILED, STATUS = ' WS-DTH-STATUS
025635                 NOT INVALID KEY
025636                     ADD 1 TO DTH-WRITE-COUNT
025637             END-REWRITE
025638         NOT INVALID KEY
025639             ADD 1 TO DTH-WRITE-COUNT
025640     END-WRITE.
025641 7440-EXIT.
025642     EXIT.
025643*----------------------------------------------------------------
025644* 7450-PERIOD-PARA - POST TONIGHT'S DEPARTMENT AND *ALL FIGURES
025645*     TO THE PRG25PAC PERIOD ACCUMULATOR MASTER. EVERY RECORD ON
025646*     FILE HAS TONIGHT'S DAY SLOT SET - TO ZERO FOR A DEPARTMENT
025647*     WITH NOTHING TONIGHT - SO A FORCED RERUN REPLACES THE DAY
025648*     IT FIRST POSTED, AND DEPARTMENTS NOT YET ON FILE ARE ADDED.
025649*     A DATE OUTSIDE THE OPEN PERIOD (A MONTH ALREADY CLOSED, OR
025650*     TWO MONTHS ON FROM THE OPEN ONE) IS NOT POSTED AND RAISES
025651*     RC=4, AS DOES A FAILURE TO OPEN THE MASTER.
025652*----------------------------------------------------------------
025653 7450-PERIOD-PARA.
025654     MOVE ALL 'N' TO PAC-POSTED-TABLE.
025655     MOVE 'N' TO WS-PAC-ALL-POSTED.
025656     MOVE 0 TO WS-PAC-OPEN-MONTH.
025657     OPEN I-O PERIOD-FILE.
025658     IF WS-PAC-STATUS = '35'
025659         OPEN OUTPUT PERIOD-FILE
025660         SET PAC-LOADING-NEW TO TRUE
025661     END-IF.
025662     IF NOT PAC-OK
025663         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25PAC, STATUS = '
025664             WS-PAC-STATUS
025665         DISPLAY 'PRG25 - PERIOD ACCUMULATORS NOT POSTED THIS RUN'
025666         IF WS-ALERT-RC < 4
025667             MOVE 4 TO WS-ALERT-RC
025668         END-IF
025669         GO TO 7450-EXIT
025670     END-IF.
025671     IF NOT PAC-LOADING-NEW
025672         PERFORM 7455-PERIOD-SWEEP-PARA THRU 7455-EXIT
025673     END-IF.
025674     IF WS-PAC-OPEN-MONTH = 0
025675         DIVIDE WS-BUS-DATE BY 100 GIVING WS-PAC-OPEN-MONTH
025676     END-IF.
025677     SET PAC-LEVEL-DEPT TO TRUE.
025678     PERFORM VARYING PAC-STATS-SUB FROM 1 BY 1
025679         UNTIL PAC-STATS-SUB > DEPT-COUNT
025680         IF PAC-POSTED-FLAG(PAC-STATS-SUB) NOT = 'Y'
025681             PERFORM 7460-PERIOD-NEW-PARA THRU 7460-EXIT
025682         END-IF
025683     END-PERFORM.
025684     IF NOT PAC-ALL-POSTED
025685         SET PAC-LEVEL-ALL TO TRUE
025686         MOVE 0 TO PAC-STATS-SUB
025687         PERFORM 7460-PERIOD-NEW-PARA THRU 7460-EXIT
025688     END-IF.
025689     CLOSE PERIOD-FILE.
025690     DISPLAY 'PRG25 - PERIOD ACCUMULATORS: ' PAC-POST-COUNT
025691         ' POSTED, ' PAC-NEW-COUNT ' ADDED, ' PAC-RST-POST-COUNT
025692         ' CORRECTIONS RESTATED'.
025693     IF PAC-OUTSIDE-COUNT > 0
025694         DISPLAY 'PRG25 - BUSINESS DATE ' WS-BUS-DATE
025695             ' IS OUTSIDE THE OPEN PERIOD ' WS-PAC-OPEN-MONTH
025696             ' ON PRG25PAC'
025697         DISPLAY 'PRG25 - ' PAC-OUTSIDE-COUNT
025698             ' PERIOD RECORDS NOT POSTED - SEE PRG25PJ'
025699         IF WS-ALERT-RC < 4
025700             MOVE 4 TO WS-ALERT-RC
025701         END-IF
025702     END-IF.
025703     IF PAC-RST-SKIP-COUNT > 0
025704         DISPLAY 'PRG25 - ' PAC-RST-SKIP-COUNT
025705             ' RESTATED CORRECTIONS FALL IN A CLOSED PERIOD - '
025706             'PERIOD FIGURES NOT RESTATED'
025707         IF WS-ALERT-RC < 4
025708             MOVE 4 TO WS-ALERT-RC
025709         END-IF
025710     END-IF.
025711 7450-EXIT.
025712     EXIT.
025713*----------------------------------------------------------------
025714* 7455-PERIOD-SWEEP-PARA - POST TONIGHT'S FIGURES INTO EVERY
025715*     PERIOD ACCUMULATOR RECORD ALREADY ON FILE.
025716*----------------------------------------------------------------
025717 7455-PERIOD-SWEEP-PARA.
025718     MOVE LOW-VALUES TO PAC-KEY.
025719     START PERIOD-FILE KEY IS NOT LESS THAN PAC-KEY
025720         INVALID KEY
025721             MOVE '00' TO WS-PAC-STATUS
025722             GO TO 7455-EXIT
025723     END-START.
025724     MOVE 'N' TO WS-PAC-SCAN.
025725     PERFORM 7456-PERIOD-READ-PARA THRU 7456-EXIT
025726         UNTIL PAC-SCAN-DONE.
025727     MOVE '00' TO WS-PAC-STATUS.
025728 7455-EXIT.
025729     EXIT.
025730*----------------------------------------------------------------
025731* 7456-PERIOD-READ-PARA - READ THE NEXT PERIOD ACCUMULATOR RECORD,
025732*     MATCH IT TO TONIGHT'S DEPARTMENT STATISTICS ROW (OR *ALL),
025733*     POST IT AND REWRITE IT. THE FIRST RECORD READ GIVES THE
025734*     OPEN MONTH USED FOR ANY RECORDS ADDED AFTERWARDS.
025735*----------------------------------------------------------------
025736 7456-PERIOD-READ-PARA.
025737     READ PERIOD-FILE NEXT RECORD
025738         AT END
025739             SET PAC-SCAN-DONE TO TRUE
025740             GO TO 7456-EXIT
025741     END-READ.
025742     IF NOT PAC-OK
025743         DISPLAY 'PRG25 - PERIOD ACCUMULATOR READ FAILED, '
025744             'STATUS = ' WS-PAC-STATUS
025745         SET PAC-SCAN-DONE TO TRUE
025746         GO TO 7456-EXIT
025747     END-IF.
025748     IF WS-PAC-OPEN-MONTH = 0
025749         MOVE PAC-MONTH TO WS-PAC-OPEN-MONTH
025750     END-IF.
025751     MOVE 0 TO PAC-STATS-SUB.
025752     IF PAC-DEPT = '*ALL'
025753         SET PAC-LEVEL-ALL TO TRUE
025754         SET PAC-ALL-POSTED TO TRUE
025755     ELSE
025756         SET PAC-LEVEL-DEPT TO TRUE
025757         PERFORM VARYING DEPT-SUB FROM 1 BY 1
025758             UNTIL DEPT-SUB > DEPT-COUNT OR PAC-STATS-SUB > 0
025759             IF DEPT-CODE(DEPT-SUB) = PAC-DEPT
025760                 MOVE DEPT-SUB TO PAC-STATS-SUB
025761                 MOVE 'Y' TO PAC-POSTED-FLAG(DEPT-SUB)
025762             END-IF
025763         END-PERFORM
025764     END-IF.
025765     PERFORM 7465-PERIOD-POST-PARA THRU 7465-EXIT.
025766     REWRITE PAC-RECORD
025767         INVALID KEY
025768             DISPLAY 'PRG25 - PERIOD ACCUMULATOR REWRITE '
025769                 'FAILED, STATUS = ' WS-PAC-STATUS
025770         NOT INVALID KEY
025771             ADD 1 TO PAC-POST-COUNT
025772     END-REWRITE.
025773 7456-EXIT.
025774     EXIT.
025775*----------------------------------------------------------------
025776* 7460-PERIOD-NEW-PARA - BUILD, POST AND WRITE A NEW PERIOD
025777*     ACCUMULATOR RECORD FOR DEPARTMENT ROW PAC-STATS-SUB, OR FOR
025778*     *ALL, OPENED AT THE MASTER'S OPEN MONTH WITH NOTHING CLOSED
025779*     YET THIS YEAR.
025780*----------------------------------------------------------------
025781 7460-PERIOD-NEW-PARA.
025782     MOVE SPACES TO PAC-RECORD.
025783     IF PAC-LEVEL-ALL
025784         MOVE '*ALL' TO PAC-DEPT
025785     ELSE
025786         MOVE DEPT-CODE(PAC-STATS-SUB) TO PAC-DEPT
025787     END-IF.
025788     MOVE WS-PAC-OPEN-MONTH TO PAC-MONTH.
025789     MOVE 0 TO PAC-LAST-BUS-DATE.
025790     MOVE 0 TO PAC-LAST-RUN-NUMBER.
025791     MOVE 0 TO PAC-YTC-MONTHS.
025792     MOVE 0 TO PAC-YTC-COUNT.
025793     MOVE 0 TO PAC-YTC-SUM.
025794     MOVE 0 TO PAC-YTC-HIGH.
025795     MOVE 0 TO PAC-YTC-HIGH-DATE.
025796     MOVE 0 TO PAC-YTC-LOW.
025797     MOVE 0 TO PAC-YTC-LOW-DATE.
025798     PERFORM VARYING PAC-SLOT FROM 1 BY 1 UNTIL PAC-SLOT > 62
025799         PERFORM 7485-PERIOD-CLEAR-SLOT-PARA THRU 7485-EXIT
025800         MOVE 0 TO PAC-DAY-DATE(PAC-SLOT)
025801     END-PERFORM.
025802     PERFORM 7465-PERIOD-POST-PARA THRU 7465-EXIT.
025803     WRITE PAC-RECORD
025804         INVALID KEY
025805             DISPLAY 'PRG25 - PERIOD ACCUMULATOR WRITE '
025806                 'FAILED, STATUS = ' WS-PAC-STATUS
025807         NOT INVALID KEY
025808             ADD 1 TO PAC-NEW-COUNT
025809     END-WRITE.
025810 7460-EXIT.
025811     EXIT.
025812*----------------------------------------------------------------
025813* 7465-PERIOD-POST-PARA - POST TONIGHT'S FIGURES, AND ANY
025814*     CORRECTIONS RESTATED INTO AN EARLIER DATE OF THE OPEN
025815*     PERIOD, INTO THE PERIOD ACCUMULATOR RECORD IN THE BUFFER.
025816*----------------------------------------------------------------
025817 7465-PERIOD-POST-PARA.
025818     IF PAC-LEVEL-ALL
025819         MOVE 'ALL DEPARTMENTS' TO PAC-DEPT-NAME
025820     ELSE
025821         IF PAC-STATS-SUB > 0
025822             MOVE DEPT-NAME(PAC-STATS-SUB) TO PAC-DEPT-NAME
025823         END-IF
025824     END-IF.
025825     MOVE WS-BUS-DATE TO PAC-WORK-DATE.
025826     PERFORM 7470-PERIOD-SLOT-PARA THRU 7470-EXIT.
025827     IF PAC-SLOT = 0
025828         ADD 1 TO PAC-OUTSIDE-COUNT
025829     ELSE
025830         PERFORM 7475-PERIOD-TONIGHT-PARA THRU 7475-EXIT
025831         MOVE WS-BUS-DATE TO PAC-LAST-BUS-DATE
025832         MOVE WS-RUN-NUMBER TO PAC-LAST-RUN-NUMBER
025833     END-IF.
025834     PERFORM VARYING RST-SUB FROM 1 BY 1 UNTIL RST-SUB > RST-COUNT
025835         IF RST-APPLIED(RST-SUB)
025836             PERFORM 7480-PERIOD-RESTATED-PARA THRU 7480-EXIT
025837         END-IF
025838     END-PERFORM.
025839 7465-EXIT.
025840     EXIT.
025841*----------------------------------------------------------------
025842* 7470-PERIOD-SLOT-PARA - SET PAC-SLOT TO THE DAY SLOT OF THE
025843*     RECORD IN THE BUFFER THAT HOLDS PAC-WORK-DATE: ITS DAY OF
025844*     THE OPEN MONTH, OR 31 PLUS ITS DAY OF THE FOLLOWING MONTH.
025845*     ZERO MEANS THE DATE IS OUTSIDE THE OPEN PERIOD.
025846*----------------------------------------------------------------
025847 7470-PERIOD-SLOT-PARA.
025848     MOVE 0 TO PAC-SLOT.
025849     IF PAC-WD-DD < 1 OR PAC-WD-DD > 31
025850         GO TO 7470-EXIT
025851     END-IF.
025852     IF PAC-WD-MONTH = PAC-MONTH
025853         MOVE PAC-WD-DD TO PAC-SLOT
025854         GO TO 7470-EXIT
025855     END-IF.
025856     MOVE PAC-MONTH TO PAC-NEXT-MONTH-N.
025857     IF PAC-NEXT-MM < 12
025858         ADD 1 TO PAC-NEXT-MM
025859     ELSE
025860         MOVE 1 TO PAC-NEXT-MM
025861         ADD 1 TO PAC-NEXT-YYYY
025862     END-IF.
025863     IF PAC-WD-MONTH = PAC-NEXT-MONTH-N
025864         COMPUTE PAC-SLOT = PAC-WD-DD + 31
025865     END-IF.
025866 7470-EXIT.
025867     EXIT.
025868*----------------------------------------------------------------
025869* 7475-PERIOD-TONIGHT-PARA - SET DAY SLOT PAC-SLOT FROM TONIGHT'S
025870*     *ALL TOTALS OR DEPARTMENT ROW PAC-STATS-SUB, REPLACING
025871*     WHATEVER AN EARLIER RUN OF THE SAME DATE LEFT THERE. A
025872*     DEPARTMENT WITH NO VALID ENTRIES TONIGHT POSTS A ZERO DAY.
025873*----------------------------------------------------------------
025874 7475-PERIOD-TONIGHT-PARA.
025875     PERFORM 7485-PERIOD-CLEAR-SLOT-PARA THRU 7485-EXIT.
025876     MOVE WS-BUS-DATE TO PAC-DAY-DATE(PAC-SLOT).
025877     IF PAC-LEVEL-ALL
025878         IF VALID-COUNT > 0
025879             MOVE VALID-COUNT TO PAC-DAY-COUNT(PAC-SLOT)
025880             MOVE NUM-SUM TO PAC-DAY-SUM(PAC-SLOT)
025881             MOVE MAX TO PAC-DAY-HIGH(PAC-SLOT)
025882             MOVE MIN TO PAC-DAY-LOW(PAC-SLOT)
025883         END-IF
025884         GO TO 7475-EXIT
025885     END-IF.
025886     IF PAC-STATS-SUB = 0
025887         GO TO 7475-EXIT
025888     END-IF.
025889     IF DEPT-VALID-COUNT(PAC-STATS-SUB) > 0
025890         MOVE DEPT-VALID-COUNT(PAC-STATS-SUB)
025891             TO PAC-DAY-COUNT(PAC-SLOT)
025892         MOVE DEPT-SUM(PAC-STATS-SUB) TO PAC-DAY-SUM(PAC-SLOT)
025893         MOVE DEPT-MAX(PAC-STATS-SUB) TO PAC-DAY-HIGH(PAC-SLOT)
025894         MOVE DEPT-MIN(PAC-STATS-SUB) TO PAC-DAY-LOW(PAC-SLOT)
025895     END-IF.
025896 7475-EXIT.
025897     EXIT.
025898*----------------------------------------------------------------
025899* 7480-PERIOD-RESTATED-PARA - ADD THE CORRECTION RESTATED FROM
025900*     ROW RST-SUB INTO THE DAY SLOT OF ITS ORIGINAL DATE, IF IT
025901*     BELONGS TO THE RECORD IN THE BUFFER AND THAT DATE IS STILL
025902*     IN THE OPEN PERIOD. A CORRECTION FOR A CLOSED MONTH IS
025903*     COUNTED (ONCE, AT *ALL) AND LEFT OUT.
025904*----------------------------------------------------------------
025905 7480-PERIOD-RESTATED-PARA.
025906     MOVE RST-ENTRY-NO(RST-SUB) TO IDX.
025907     IF PAC-LEVEL-DEPT AND ENTRY-DEPT(IDX) NOT = PAC-DEPT
025908         GO TO 7480-EXIT
025909     END-IF.
025910     MOVE RST-ORIG-DATE(RST-SUB) TO PAC-WORK-DATE.
025911     PERFORM 7470-PERIOD-SLOT-PARA THRU 7470-EXIT.
025912     IF PAC-SLOT = 0
025913         IF PAC-LEVEL-ALL
025914             ADD 1 TO PAC-RST-SKIP-COUNT
025915         END-IF
025916         GO TO 7480-EXIT
025917     END-IF.
025918     IF PAC-DAY-DATE(PAC-SLOT) NOT = PAC-WORK-DATE
025919         PERFORM 7485-PERIOD-CLEAR-SLOT-PARA THRU 7485-EXIT
025920         MOVE PAC-WORK-DATE TO PAC-DAY-DATE(PAC-SLOT)
025921     END-IF.
025922     IF PAC-DAY-COUNT(PAC-SLOT) = 0
025923         MOVE VAL-AMOUNT(IDX) TO PAC-DAY-HIGH(PAC-SLOT)
025924         MOVE VAL-AMOUNT(IDX) TO PAC-DAY-LOW(PAC-SLOT)
025925     ELSE
025926         IF VAL-AMOUNT(IDX) > PAC-DAY-HIGH(PAC-SLOT)
025927             MOVE VAL-AMOUNT(IDX) TO PAC-DAY-HIGH(PAC-SLOT)
025928         END-IF
025929         IF VAL-AMOUNT(IDX) < PAC-DAY-LOW(PAC-SLOT)
025930             MOVE VAL-AMOUNT(IDX) TO PAC-DAY-LOW(PAC-SLOT)
025931         END-IF
025932     END-IF.
025933     ADD 1 TO PAC-DAY-COUNT(PAC-SLOT).
025934     ADD VAL-AMOUNT(IDX) TO PAC-DAY-SUM(PAC-SLOT).
025935     IF PAC-LEVEL-ALL
025936         ADD 1 TO PAC-RST-POST-COUNT
025937     END-IF.
025938 7480-EXIT.
025939     EXIT.
025940*----------------------------------------------------------------
025941* 7485-PERIOD-CLEAR-SLOT-PARA - ZERO THE FIGURES IN DAY SLOT
025942*     PAC-SLOT OF THE RECORD IN THE BUFFER.
025943*----------------------------------------------------------------
025944 7485-PERIOD-CLEAR-SLOT-PARA.
025945     MOVE 0 TO PAC-DAY-COUNT(PAC-SLOT).
025946     MOVE 0 TO PAC-DAY-SUM(PAC-SLOT).
025947     MOVE 0 TO PAC-DAY-HIGH(PAC-SLOT).
025948     MOVE 0 TO PAC-DAY-LOW(PAC-SLOT).
025949 7485-EXIT.
025950     EXIT.
025951*----------------------------------------------------------------
025952* 7500-AUDIT-PARA - APPEND ONE RECORD TO THE AUDIT TRAIL DATASET
025953*     DESCRIBING THIS EXECUTION. CALLED ONCE ON NORMAL
025954*     COMPLETION AND ONCE FROM EACH FATAL ERROR PATH SO EVERY
025955*     RUN - GOOD OR BAD - IS ACCOUNTED FOR. AUD-MAX-VALUE AND
025956*     AUD-MIN-VALUE ARE ONLY MEANINGFUL WHEN AUD-DATA-VALID IS
025957*     SET - WITH NO VALID ENTRIES, MAX/MIN STILL HOLD THEIR
025958*     INITIAL SENTINEL VALUES AND MUST NOT BE MISTAKEN FOR REAL
025959*     RESULTS BY A READER OF THE AUDIT TRAIL.
025960*----------------------------------------------------------------
025961 7500-AUDIT-PARA.
025962     IF AUD-FILE-AVAILABLE
025963         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
025964         ACCEPT WS-CURRENT-TIME FROM TIME
025965         MOVE WS-CURRENT-DATE TO AUD-RUN-DATE
025966         MOVE WS-CURRENT-TIME TO AUD-RUN-TIME
025967         MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
025968         MOVE WS-BUS-DATE TO AUD-BUS-DATE
025969         MOVE ENTRY-COUNT TO AUD-ENTRY-COUNT
025970         MOVE VALID-COUNT TO AUD-VALID-COUNT
025971         MOVE REJECT-COUNT TO AUD-REJECT-COUNT
025972         IF MAX NOT < 0 AND MAX NOT > 99
025973             MOVE MAX TO AUD-MAX-VALUE
025974         ELSE
025975             MOVE 99 TO AUD-MAX-VALUE
025976         END-IF
025977         IF MIN NOT < 0 AND MIN NOT > 99
025978             MOVE MIN TO AUD-MIN-VALUE
025979         ELSE
025980             MOVE 99 TO AUD-MIN-VALUE
025981         END-IF
025982         MOVE MAX TO AUD-MAX-AMOUNT
025983         MOVE MIN TO AUD-MIN-AMOUNT
025984         MOVE TIE-COUNT TO AUD-TIE-COUNT
025985         MOVE WS-COMPLETION-STATUS TO AUD-STATUS
025986         MOVE WS-MIN-VALID-NUM TO AUD-MIN-LIMIT
025987         MOVE WS-MAX-VALID-NUM TO AUD-MAX-LIMIT
025988         IF SOURCE-COUNT = 1
025989             MOVE SRC-ID(1) TO AUD-SOURCE-ID
025990         ELSE
025991             IF SOURCE-COUNT > 1
025992                 MOVE 'MULTIPLE' TO AUD-SOURCE-ID
025993             ELSE
025994                 MOVE SPACES TO AUD-SOURCE-ID
025995             END-IF
025996         END-IF
025997         MOVE SEG-SKIP-COUNT TO AUD-SEG-SKIP-COUNT
025998         IF VALID-COUNT > 0
025999             SET AUD-DATA-VALID TO TRUE
026000         ELSE
026001             SET AUD-DATA-NOT-VALID TO TRUE
026002         END-IF
026003         WRITE AUD-RECORD
026004     END-IF.
026005 7500-EXIT.
026006     EXIT.
026007*----------------------------------------------------------------
026008* 7600-EXTRACT-PARA - WRITE ONE EXTRACT RECORD PER DEPARTMENT
026009*     (ITS MAX, ITS VALID-ENTRY COUNT AND ITS CODE) FOLLOWED BY
026010*     AN *ALL GRAND-TOTAL RECORD, SO EACH DOWNSTREAM CONSUMER
026011*     CAN PICK UP ONLY ITS OWN RESULT. ONLY REACHED ON NORMAL
026012*     COMPLETION - A FAILED RUN HAS NO AUTHORITATIVE MAX TO
026013*     PUBLISH. LIKEWISE, IF THIS RUN HAD NO VALID ENTRIES AT
026014*     ALL, MAX IS STILL ITS INITIAL SENTINEL AND NOT A REAL
026015*     RESULT, SO NO EXTRACT RECORDS ARE WRITTEN FOR IT.
026016*     A DIVISION ROLL-UP RECORD PER DIVISION (7610) FOLLOWS THE
026017*     DEPARTMENT RECORDS.
026018*----------------------------------------------------------------
026019 7600-EXTRACT-PARA.
026020     IF VALID-COUNT = 0
026021         DISPLAY 'PRG25 - NO VALID ENTRIES, SKIPPING PRG25EXT '
026022             'EXTRACT RECORDS'
026023     ELSE
026024         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
026025         PERFORM VARYING DEPT-SUB FROM 1 BY 1
026026             UNTIL DEPT-SUB > DEPT-COUNT
026027             MOVE WS-CURRENT-DATE TO EXT-RUN-DATE
026028             IF DEPT-MAX(DEPT-SUB) NOT < 0
026029                 AND DEPT-MAX(DEPT-SUB) NOT > 99
026030                 MOVE DEPT-MAX(DEPT-SUB) TO EXT-MAX-VALUE
026031             ELSE
026040                 MOVE 99 TO EXT-MAX-VALUE
026050             END-IF
026060             MOVE DEPT-MAX(DEPT-SUB) TO EXT-MAX-AMOUNT
026070             MOVE DEPT-VALID-COUNT(DEPT-SUB) TO EXT-ENTRY-COUNT
026080             MOVE DEPT-CODE(DEPT-SUB) TO EXT-DEPT
026090             MOVE DEPT-NAME(DEPT-SUB) TO EXT-DEPT-NAME
026092             MOVE DEPT-DIVISION(DEPT-SUB) TO EXT-DIVISION
026094             MOVE SPACE TO EXT-LEVEL
026100             WRITE EXT-RECORD
026110         END-PERFORM
026112         PERFORM VARYING DIV-SUB FROM 1 BY 1
026114             UNTIL DIV-SUB > DIV-COUNT
026116             PERFORM 7610-EXTRACT-DIVISION-PARA THRU 7610-EXIT
026118         END-PERFORM
026120         MOVE WS-CURRENT-DATE TO EXT-RUN-DATE
026130         IF MAX NOT < 0 AND MAX NOT > 99
026140             MOVE MAX TO EXT-MAX-VALUE
026190         MOVE VALID-COUNT TO EXT-ENTRY-COUNT
026200         MOVE '*ALL' TO EXT-DEPT
026210         MOVE 'ALL DEPARTMENTS' TO EXT-DEPT-NAME
026212         MOVE SPACES TO EXT-DIVISION
026214         MOVE SPACE TO EXT-LEVEL
026220         WRITE EXT-RECORD
026230     END-IF.
026240 7600-EXIT.
026250     EXIT.
026251*----------------------------------------------------------------
026252* 7610-EXTRACT-DIVISION-PARA - WRITE ONE DIVISION ROLL-UP
026253*     EXTRACT RECORD. THE DIVISION CODE GOES IN EXT-DEPT AS WELL
026254*     AS EXT-DIVISION, AND EXT-LEVEL MARKS THE RECORD SO A
026255*     CONSUMER SUMMING DEPARTMENTS CAN SKIP IT.
026256*----------------------------------------------------------------
026257 7610-EXTRACT-DIVISION-PARA.
026258     MOVE WS-CURRENT-DATE TO EXT-RUN-DATE.
026259     IF DIV-MAX(DIV-SUB) NOT < 0
026260         AND DIV-MAX(DIV-SUB) NOT > 99
026261         MOVE DIV-MAX(DIV-SUB) TO EXT-MAX-VALUE
026262     ELSE
026263         MOVE 99 TO EXT-MAX-VALUE
026264     END-IF.
026265     MOVE DIV-MAX(DIV-SUB) TO EXT-MAX-AMOUNT.
026266     MOVE DIV-VALID-COUNT(DIV-SUB) TO EXT-ENTRY-COUNT.
026267     MOVE DIV-CODE(DIV-SUB) TO EXT-DEPT.
026268     MOVE 'DIVISION ROLL-UP' TO EXT-DEPT-NAME.
026269     MOVE DIV-CODE(DIV-SUB) TO EXT-DIVISION.
026270     SET EXT-LEVEL-DIVISION TO TRUE.
026271     WRITE EXT-RECORD.
026272 7610-EXIT.
026273     EXIT.
026274*----------------------------------------------------------------
026275* 7800-PLANNING-PARA - WRITE THE PLANNING STATISTICS EXTRACT:
026280*     ONE TYPE-D RECORD PER DEPARTMENT, ONE TYPE-S SUMMARY
026290*     RECORD WITH THE GRAND TOTALS AND THE DISTRIBUTION
026300*     STATISTICS, AND TEN TYPE-B BUCKET RECORDS WHOSE
026310*     BOUNDARIES ARE REBUILT EXACTLY AS 5000-DISTRIBUTION-PARA
026320*     PRINTED THEM. ONLY REACHED ON NORMAL COMPLETION, AND A
026330*     RUN WITH NO VALID ENTRIES WRITES NOTHING - THE SAME
026340*     RULES AS THE PRG25EXT EXTRACT. ONE TYPE-C RECORD FOLLOWS
026345*     PER CURRENCY IN THE CURRENCY TOTALS.
026350*----------------------------------------------------------------
026360 7800-PLANNING-PARA.
026370     IF VALID-COUNT = 0
026860         MOVE BUCKET-COUNT(BUCKET-SUB) TO PLB-COUNT
026870         WRITE PLN-RECORD
026880     END-PERFORM.
026882     PERFORM VARYING CUR-SUB FROM 1 BY 1
026884         UNTIL CUR-SUB > CUR-COUNT
026886         PERFORM 7810-PLANNING-CURRENCY-PARA THRU 7810-EXIT
026888     END-PERFORM.
026890 7800-EXIT.
026900     EXIT.
026901*----------------------------------------------------------------
026902* 7810-PLANNING-CURRENCY-PARA - WRITE THE TYPE-C PLANNING RECORD
026903*     FOR ROW CUR-SUB OF THE CURRENCY TABLE.
026904*----------------------------------------------------------------
026905 7810-PLANNING-CURRENCY-PARA.
026906     MOVE SPACES TO PLN-RECORD.
026907     SET PLN-TYPE-CURRENCY TO TRUE.
026908     MOVE WS-CURRENT-DATE TO PLN-RUN-DATE.
026909     MOVE WS-BUS-DATE TO PLN-BUS-DATE.
026910     MOVE CUR-CODE(CUR-SUB) TO PLC-CURRENCY.
026911     MOVE WS-BASE-CURRENCY TO PLC-BASE-CURRENCY.
026912     MOVE CUR-VALID-COUNT(CUR-SUB) TO PLC-VALID-COUNT.
026913     MOVE CUR-ORIG-SUM(CUR-SUB) TO PLC-ORIG-TOTAL.
026914     MOVE CUR-RATE(CUR-SUB) TO PLC-RATE.
026915     MOVE CUR-BASE-SUM(CUR-SUB) TO PLC-BASE-TOTAL.
026916     WRITE PLN-RECORD.
026917 7810-EXIT.
026918     EXIT.
026919*----------------------------------------------------------------
026920* 7900-RESTATE-PARA - RESTATE THE EARLIER BUSINESS DATES FOR THE
026921*     CORRECTIONS 2700-RESTATE-SELECT-PARA HELD OUT OF TONIGHT'S
026922*     FIGURES, AND PRINT THE PRG25RST RESTATEMENT REPORT. FOR
026923*     EACH DATE THE RUN THAT FILED ITS RESULTS IS FOUND (7915),
026924*     THEN EACH AFFECTED DEPARTMENT RECORD, ITS DIVISION RECORD
026925*     AND THE DAY'S *ALL RECORD ARE REWRITTEN WITH THE CORRECTED
026926*     ENTRIES ADDED IN (7920-7955). THE FIRST RESTATEMENT OF A
026927*     RECORD SAVES ITS ORIGINALLY REPORTED FIGURES IN THE
026928*     RES-ORIG- FIELDS AND LATER ONES LEAVE THEM ALONE. THE
026929*     REPORT SHOWS EACH RECORD BEFORE AND AFTER, WITH THE
026930*     CORRECTIONS THAT MOVED IT. A CORRECTION WHOSE DATE HAS NO
026931*     RESULTS ON FILE CANNOT BE RESTATED - IT IS LISTED AND THE
026932*     RUN ENDS AT LEAST RC=4. A DATE ALREADY RESTATED BY A RUN
026933*     FOR TONIGHT'S BUSINESS DATE (A FORCED RERUN) IS NOT
026934*     RESTATED TWICE. A PRE-FLIGHT RUN LISTS WHAT WOULD BE
026935*     RESTATED WITHOUT OPENING THE MASTER. AS WITH THE REST OF
026936*     THE RESULTS MASTER LOAD, TROUBLE HERE IS NOT FATAL.
026937*----------------------------------------------------------------
026938 7900-RESTATE-PARA.
026939     OPEN OUTPUT RESTATE-FILE.
026940     IF RSR-OK
026941         SET RSR-FILE-AVAILABLE TO TRUE
026942     ELSE
026943         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25RST, STATUS = '
026944             WS-RSR-STATUS
026945     END-IF.
026946     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
026947     MOVE WS-CURRENT-DATE TO RSH-RUN-DATE.
026948     MOVE WS-RUN-NUMBER TO RSH-RUN-NUMBER.
026949     MOVE WS-BUS-DATE TO RSH-BUS-DATE.
026950     IF RSR-FILE-AVAILABLE
026951         WRITE RSR-LINE FROM RSR-HEADER-LINE
026952         IF VALIDATE-ONLY
026953             WRITE RSR-LINE FROM RPT-PREFLIGHT-LINE
026954         END-IF
026955         WRITE RSR-LINE FROM RPT-BLANK-LINE
026956     END-IF.
026957     MOVE 'CORRECTION REJECTED AGAIN - BACK ON PRG25RCY'
026958         TO RST-NOTE-TEXT.
026959     PERFORM VARYING RST-SUB FROM 1 BY 1 UNTIL RST-SUB > RST-COUNT
026960         IF RST-REJECTED(RST-SUB)
026961             PERFORM 7985-PRINT-NOTE-PARA THRU 7985-EXIT
026962         END-IF
026963     END-PERFORM.
026964     IF RST-FULL-COUNT > 0 AND WS-ALERT-RC < 4
026965         MOVE 4 TO WS-ALERT-RC
026966     END-IF.
026967     IF RST-SELECT-COUNT = 0
026968         IF RSR-FILE-AVAILABLE
026969             WRITE RSR-LINE FROM RSR-NONE-LINE
026970         END-IF
026971         PERFORM 7990-RESTATE-TOTALS-PARA THRU 7990-EXIT
026972         GO TO 7900-EXIT
026973     END-IF.
026974     IF VALIDATE-ONLY
026975         MOVE 'TO BE RESTATED BY TONIGHT''S RUN' TO RST-NOTE-TEXT
026976         PERFORM VARYING RST-SUB FROM 1 BY 1
026977             UNTIL RST-SUB > RST-COUNT
026978             IF RST-SELECTED(RST-SUB)
026979                 PERFORM 7985-PRINT-NOTE-PARA THRU 7985-EXIT
026980             END-IF
026981         END-PERFORM
026982         PERFORM 7990-RESTATE-TOTALS-PARA THRU 7990-EXIT
026983         GO TO 7900-EXIT
026984     END-IF.
026985     IF RSR-FILE-AVAILABLE
026986         WRITE RSR-LINE FROM RSR-COLUMN-LINE
026987     END-IF.
026988     OPEN I-O RESULTS-FILE.
026989     IF RES-OK
026990         PERFORM VARYING RSD-SUB FROM 1 BY 1
026991             UNTIL RSD-SUB > RSD-COUNT
026992             PERFORM 7910-RESTATE-DATE-PARA THRU 7910-EXIT
026993         END-PERFORM
026994         CLOSE RESULTS-FILE
026995     ELSE
026996         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25RES, STATUS = '
026997             WS-RES-STATUS
026998         DISPLAY 'PRG25 - EARLIER DATES NOT RESTATED THIS RUN'
026999         MOVE 'RESULTS MASTER NOT AVAILABLE - NOT RESTATED'
027000             TO RST-NOTE-TEXT
027001         PERFORM VARYING RST-SUB FROM 1 BY 1
027002             UNTIL RST-SUB > RST-COUNT
027003             IF RST-SELECTED(RST-SUB)
027004                 PERFORM 7980-NOT-RESTATED-PARA THRU 7980-EXIT
027005             END-IF
027006         END-PERFORM
027007     END-IF.
027008     PERFORM 7990-RESTATE-TOTALS-PARA THRU 7990-EXIT.
027009     IF RST-NOT-APPLIED-COUNT > 0 AND WS-ALERT-RC < 4
027010         MOVE 4 TO WS-ALERT-RC
027011     END-IF.
027012 7900-EXIT.
027013     EXIT.
027014*----------------------------------------------------------------
027015* 7910-RESTATE-DATE-PARA - RESTATE ONE EARLIER BUSINESS DATE
027016*     (RSD-SUB): EACH DEPARTMENT WITH CORRECTIONS FOR THE DATE IN
027017*     TURN (7920), THEN THE DAY'S *ALL RECORD (7940).
027018*----------------------------------------------------------------
027019 7910-RESTATE-DATE-PARA.
027020     MOVE RSD-BUS-DATE(RSD-SUB) TO RST-CUR-DATE.
027021     PERFORM 7915-FIND-RUN-DATE-PARA THRU 7915-EXIT.
027022     MOVE RST-CUR-RUN-DATE TO RSD-RUN-DATE(RSD-SUB).
027023     IF RST-CUR-RUN-DATE = 0
027024         MOVE 'NO RESULTS ON FILE FOR THE DATE - NOT RESTATED'
027025             TO RST-NOTE-TEXT
027026         PERFORM VARYING RST-SUB FROM 1 BY 1
027027             UNTIL RST-SUB > RST-COUNT
027028             IF RST-SELECTED(RST-SUB)
027029                 AND RST-ORIG-DATE(RST-SUB) = RST-CUR-DATE
027030                 PERFORM 7980-NOT-RESTATED-PARA THRU 7980-EXIT
027031             END-IF
027032         END-PERFORM
027033         GO TO 7910-EXIT
027034     END-IF.
027035     IF RST-ALREADY-RESTATED
027036         MOVE 'ALREADY RESTATED FOR THIS BUSINESS DATE'
027037             TO RST-NOTE-TEXT
027038         PERFORM VARYING RST-SUB FROM 1 BY 1
027039             UNTIL RST-SUB > RST-COUNT
027040             IF RST-SELECTED(RST-SUB)
027041                 AND RST-ORIG-DATE(RST-SUB) = RST-CUR-DATE
027042                 SET RST-NOT-APPLIED(RST-SUB) TO TRUE
027043                 ADD 1 TO RST-PRIOR-COUNT
027044                 PERFORM 7985-PRINT-NOTE-PARA THRU 7985-EXIT
027045             END-IF
027046         END-PERFORM
027047         GO TO 7910-EXIT
027048     END-IF.
027049     PERFORM VARYING RST-SUB FROM 1 BY 1 UNTIL RST-SUB > RST-COUNT
027050         IF RST-SELECTED(RST-SUB)
027051             AND RST-ORIG-DATE(RST-SUB) = RST-CUR-DATE
027052             MOVE ENTRY-DEPT(RST-ENTRY-NO(RST-SUB))
027053                 TO RST-CUR-DEPT
027054             PERFORM 7920-RESTATE-DEPT-PARA THRU 7920-EXIT
027055         END-IF
027056     END-PERFORM.
027057     PERFORM 7940-RESTATE-ALL-PARA THRU 7940-EXIT.
027058 7910-EXIT.
027059     EXIT.
027060*----------------------------------------------------------------
027061* 7915-FIND-RUN-DATE-PARA - THE RESULTS MASTER IS KEYED BY RUN
027062*     DATE, NOT BUSINESS DATE, SO SWEEP FORWARD FROM THE BUSINESS
027063*     DATE (NO RUN CAN PRECEDE IT) FOR *ALL RECORDS FILED FOR IT.
027064*     THE LAST ONE FOUND WINS, SINCE A LATER FORCED RERUN OF THE
027065*     DATE SUPERSEDES AN EARLIER RUN. ZERO MEANS NONE ON FILE.
027066*----------------------------------------------------------------
027067 7915-FIND-RUN-DATE-PARA.
027068     MOVE 0 TO RST-CUR-RUN-DATE.
027069     MOVE 0 TO RST-CUR-RUN-NO.
027070     MOVE 'N' TO RST-PRIOR-FLAG.
027071     MOVE RST-CUR-DATE TO RES-RUN-DATE.
027072     MOVE LOW-VALUES TO RES-DEPT.
027073     START RESULTS-FILE KEY IS NOT LESS THAN RES-KEY
027074         INVALID KEY
027075             GO TO 7915-EXIT
027076     END-START.
027077     MOVE 'N' TO RST-SCAN-FLAG.
027078     PERFORM 7916-SCAN-RESULTS-PARA THRU 7916-EXIT
027079         UNTIL RST-SCAN-DONE.
027080 7915-EXIT.
027081     EXIT.
027082*----------------------------------------------------------------
027083* 7916-SCAN-RESULTS-PARA - READ THE NEXT RESULTS MASTER RECORD
027084*     FOR 7915-FIND-RUN-DATE-PARA.
027085*----------------------------------------------------------------
027086 7916-SCAN-RESULTS-PARA.
027087     READ RESULTS-FILE NEXT RECORD
027088         AT END
027089             SET RST-SCAN-DONE TO TRUE
027090             GO TO 7916-EXIT
027091     END-READ.
027092     IF NOT RES-OK
027093         DISPLAY 'PRG25 - RESULTS MASTER READ FAILED, STATUS = '
027094             WS-RES-STATUS
027095         SET RST-SCAN-DONE TO TRUE
027096         GO TO 7916-EXIT
027097     END-IF.
027098     IF RES-DEPT = '*ALL' AND RES-BUS-DATE = RST-CUR-DATE
027099         MOVE RES-RUN-DATE TO RST-CUR-RUN-DATE
027100         MOVE RES-RUN-NUMBER TO RST-CUR-RUN-NO
027101         MOVE 'N' TO RST-PRIOR-FLAG
027102         IF RES-RESTATED AND RES-RESTATE-DATE = WS-BUS-DATE
027103             SET RST-ALREADY-RESTATED TO TRUE
027104         END-IF
027105     END-IF.
027106 7916-EXIT.
027107     EXIT.
027108*----------------------------------------------------------------
027109* 7920-RESTATE-DEPT-PARA - RESTATE DEPARTMENT RST-CUR-DEPT FOR
027110*     THE CURRENT DATE WITH EVERY CORRECTION IT HAS FOR THAT DATE
027111*     (ROW RST-SUB ONWARD), THEN ITS DIVISION RECORD WITH THE
027112*     SAME CORRECTIONS. A DEPARTMENT WITH NO VALID ENTRIES THAT
027113*     DAY HAD NO RECORD, SO ONE IS ADDED, NAMING THE DIVISION
027114*     THE DEPARTMENT MASTER GIVES IT NOW.
027115*----------------------------------------------------------------
027116 7920-RESTATE-DEPT-PARA.
027117     PERFORM VARYING RST-GRP-SUB FROM RST-SUB BY 1
027118         UNTIL RST-GRP-SUB > RST-COUNT
027119         IF RST-SELECTED(RST-GRP-SUB)
027120             AND RST-ORIG-DATE(RST-GRP-SUB) = RST-CUR-DATE
027121             AND ENTRY-DEPT(RST-ENTRY-NO(RST-GRP-SUB))
027122                 = RST-CUR-DEPT
027123             SET RST-IN-GROUP(RST-GRP-SUB) TO TRUE
027124         END-IF
027125     END-PERFORM.
027126     MOVE RST-CUR-RUN-DATE TO RES-RUN-DATE.
027127     MOVE RST-CUR-DEPT TO RES-DEPT.
027128     SET RST-LEVEL-DEPT TO TRUE.
027129     PERFORM 7930-READ-RESTATE-PARA THRU 7930-EXIT.
027130     IF RST-REC-NEW AND DEPT-REF-LOADED
027131         MOVE RST-CUR-DEPT TO WS-DEPT-LOOKUP
027132         PERFORM 2530-FIND-DEPT-REF-PARA THRU 2530-EXIT
027133         IF DREF-FOUND-SUB > 0
027134             MOVE DREF-DIVISION(DREF-FOUND-SUB) TO RES-DIVISION
027135         END-IF
027136     END-IF.
027137     MOVE RES-DIVISION TO RST-CUR-DIVISION.
027138     PERFORM 7950-APPLY-GROUP-PARA THRU 7950-EXIT.
027139     PERFORM 7960-PRINT-RESTATE-PARA THRU 7960-EXIT.
027140     PERFORM VARYING RST-GRP-SUB FROM RST-SUB BY 1
027141         UNTIL RST-GRP-SUB > RST-COUNT
027142         IF RST-IN-GROUP(RST-GRP-SUB)
027143             PERFORM 7970-PRINT-CORRECTION-PARA THRU 7970-EXIT
027144         END-IF
027145     END-PERFORM.
027146     IF RST-CUR-DIVISION NOT = SPACES
027147         MOVE RST-CUR-RUN-DATE TO RES-RUN-DATE
027148         MOVE RST-CUR-DIVISION TO RES-DEPT
027149         SET RST-LEVEL-DIVISION TO TRUE
027150         PERFORM 7930-READ-RESTATE-PARA THRU 7930-EXIT
027151         IF RST-REC-NEW
027152             MOVE RST-CUR-DIVISION TO RES-DIVISION
027153             SET RES-LEVEL-DIVISION TO TRUE
027154         END-IF
027155         PERFORM 7950-APPLY-GROUP-PARA THRU 7950-EXIT
027156         PERFORM 7960-PRINT-RESTATE-PARA THRU 7960-EXIT
027157     END-IF.
027158     PERFORM VARYING RST-GRP-SUB FROM RST-SUB BY 1
027159         UNTIL RST-GRP-SUB > RST-COUNT
027160         IF RST-IN-GROUP(RST-GRP-SUB)
027161             SET RST-DEPT-DONE(RST-GRP-SUB) TO TRUE
027162         END-IF
027163     END-PERFORM.
027164 7920-EXIT.
027165     EXIT.
027166*----------------------------------------------------------------
027167* 7930-READ-RESTATE-PARA - READ THE RESULTS MASTER RECORD FOR
027168*     THE KEY NOW IN RES-KEY, OR BUILD AN EMPTY ONE FOR THE DATE
027169*     WHEN NONE IS ON FILE, AND KEEP ITS BEFORE IMAGE FOR THE
027170*     REPORT.
027171*----------------------------------------------------------------
027172 7930-READ-RESTATE-PARA.
027173     MOVE RES-KEY TO RST-SAVE-KEY.
027174     READ RESULTS-FILE
027175         INVALID KEY
027176             SET RST-REC-NEW TO TRUE
027177         NOT INVALID KEY
027178             SET RST-REC-ON-FILE TO TRUE
027179     END-READ.
027180     IF RST-REC-NEW
027181         MOVE RST-SAVE-KEY TO RES-KEY
027182         MOVE RST-CUR-RUN-NO TO RES-RUN-NUMBER
027183         MOVE RST-CUR-DATE TO RES-BUS-DATE
027184         MOVE 0 TO RES-ENTRY-COUNT
027185         MOVE 0 TO RES-VALID-COUNT
027186         MOVE 0 TO RES-REJECT-COUNT
027187         MOVE 0 TO RES-MAX-VALUE
027188         MOVE 0 TO RES-MIN-VALUE
027189         MOVE 0 TO RES-AVERAGE
027190         MOVE 0 TO RES-RANGE
027191         MOVE 0 TO RES-TIE-COUNT
027192         MOVE 'COMPLETE' TO RES-STATUS
027193         SET RES-DATA-NOT-VALID TO TRUE
027194         MOVE SPACES TO RES-DIVISION
027195         MOVE SPACE TO RES-LEVEL
027196         MOVE 0 TO RES-SUM
027197         MOVE SPACE TO RES-RESTATED-FLAG
027198         MOVE 0 TO RES-RESTATE-COUNT
027199         MOVE 0 TO RES-RESTATE-DATE
027200         MOVE SPACES TO RES-ORIGINAL
027201     END-IF.
027202     MOVE RES-VALID-COUNT TO RSB-VALID-COUNT.
027203     MOVE RES-REJECT-COUNT TO RSB-REJECT-COUNT.
027204     MOVE RES-MAX-VALUE TO RSB-MAX-VALUE.
027205     MOVE RES-MIN-VALUE TO RSB-MIN-VALUE.
027206     MOVE RES-AVERAGE TO RSB-AVERAGE.
027207     MOVE RES-RANGE TO RSB-RANGE.
027208     MOVE RES-TIE-COUNT TO RSB-TIE-COUNT.
027209     MOVE RES-VALID-DATA TO RSB-VALID-DATA.
027210 7930-EXIT.
027211     EXIT.
027212*----------------------------------------------------------------
027213* 7940-RESTATE-ALL-PARA - RESTATE THE CURRENT DATE'S *ALL RECORD
027214*     WITH EVERY CORRECTION ALREADY APPLIED TO ITS DEPARTMENTS.
027215*----------------------------------------------------------------
027216 7940-RESTATE-ALL-PARA.
027217     MOVE RST-CUR-RUN-DATE TO RES-RUN-DATE.
027218     MOVE '*ALL' TO RES-DEPT.
027219     SET RST-LEVEL-ALL TO TRUE.
027220     PERFORM 7930-READ-RESTATE-PARA THRU 7930-EXIT.
027221     PERFORM 7950-APPLY-GROUP-PARA THRU 7950-EXIT.
027222     PERFORM 7960-PRINT-RESTATE-PARA THRU 7960-EXIT.
027223     PERFORM VARYING RST-GRP-SUB FROM 1 BY 1
027224         UNTIL RST-GRP-SUB > RST-COUNT
027225         IF RST-DEPT-DONE(RST-GRP-SUB)
027226             AND RST-ORIG-DATE(RST-GRP-SUB) = RST-CUR-DATE
027227             SET RST-APPLIED(RST-GRP-SUB) TO TRUE
027228             ADD 1 TO RST-APPLIED-COUNT
027229         END-IF
027230     END-PERFORM.
027231     IF RSR-FILE-AVAILABLE
027232         WRITE RSR-LINE FROM RPT-BLANK-LINE
027233     END-IF.
027234 7940-EXIT.
027235     EXIT.
027236*----------------------------------------------------------------
027237* 7950-APPLY-GROUP-PARA - ADD THE CORRECTIONS FOR THE RECORD NOW
027238*     IN THE BUFFER - THE DEPARTMENT'S GROUP AT DEPARTMENT AND
027239*     DIVISION LEVEL, EVERY ONE FOR THE DATE AT *ALL LEVEL - AND
027240*     PUT THE RECORD BACK.
027241*----------------------------------------------------------------
027242 7950-APPLY-GROUP-PARA.
027243     PERFORM VARYING RST-GRP-SUB FROM 1 BY 1
027244         UNTIL RST-GRP-SUB > RST-COUNT
027245         IF RST-LEVEL-ALL
027246             IF RST-DEPT-DONE(RST-GRP-SUB)
027247                 AND RST-ORIG-DATE(RST-GRP-SUB) = RST-CUR-DATE
027248                 PERFORM 7955-APPLY-ENTRY-PARA THRU 7955-EXIT
027249             END-IF
027250         ELSE
027251             IF RST-IN-GROUP(RST-GRP-SUB)
027252                 PERFORM 7955-APPLY-ENTRY-PARA THRU 7955-EXIT
027253             END-IF
027254         END-IF
027255     END-PERFORM.
027256     IF RST-REC-ON-FILE
027257         REWRITE RES-RECORD
027258             INVALID KEY
027259                 DISPLAY 'PRG25 - RESULTS MASTER RESTATEMENT '
027260                     'FAILED, STATUS = ' WS-RES-STATUS
027261         END-REWRITE
027262     ELSE
027263         WRITE RES-RECORD
027264             INVALID KEY
027265                 DISPLAY 'PRG25 - RESULTS MASTER RESTATEMENT '
027266                     'FAILED, STATUS = ' WS-RES-STATUS
027267         END-WRITE
027268     END-IF.
027269     ADD 1 TO RST-RECORD-COUNT.
027270 7950-EXIT.
027271     EXIT.
027272*----------------------------------------------------------------
027273* 7955-APPLY-ENTRY-PARA - ADD ONE CORRECTED ENTRY (ROW
027274*     RST-GRP-SUB) INTO THE RESULTS RECORD IN THE BUFFER. THE
027275*     ORIGINAL FIGURES ARE SAVED ON FIRST RESTATEMENT. A RECORD
027276*     FILED BEFORE RES-SUM WAS CARRIED HAS ITS SUM REBUILT FROM
027277*     THE AVERAGE. THE CORRECTED ENTRY WAS ALREADY IN THE *ALL
027278*     ENTRY COUNT AS A REJECT, SO THERE IT MOVES FROM REJECT TO
027279*     VALID; ON A DEPARTMENT OR DIVISION RECORD BOTH COUNTS RISE.
027280*----------------------------------------------------------------
027281 7955-APPLY-ENTRY-PARA.
027282     MOVE VAL-AMOUNT(RST-ENTRY-NO(RST-GRP-SUB)) TO RST-CUR-AMOUNT.
027283     IF NOT RES-RESTATED
027284         MOVE RES-VALID-COUNT TO RES-ORIG-VALID-COUNT
027285         MOVE RES-REJECT-COUNT TO RES-ORIG-REJECT-COUNT
027286         MOVE RES-MAX-VALUE TO RES-ORIG-MAX-VALUE
027287         MOVE RES-MIN-VALUE TO RES-ORIG-MIN-VALUE
027288         MOVE RES-AVERAGE TO RES-ORIG-AVERAGE
027289         MOVE RES-RANGE TO RES-ORIG-RANGE
027290         MOVE RES-TIE-COUNT TO RES-ORIG-TIE-COUNT
027291         MOVE RES-VALID-DATA TO RES-ORIG-VALID-DATA
027292         SET RES-RESTATED TO TRUE
027293         MOVE 0 TO RES-RESTATE-COUNT
027294     END-IF.
027295     IF RES-SUM NOT NUMERIC
027296         IF RES-DATA-VALID
027297             COMPUTE RES-SUM = RES-AVERAGE * RES-VALID-COUNT
027298         ELSE
027299             MOVE 0 TO RES-SUM
027300         END-IF
027301     END-IF.
027302     IF RES-DATA-VALID
027303         IF RST-CUR-AMOUNT > RES-MAX-VALUE
027304             MOVE RST-CUR-AMOUNT TO RES-MAX-VALUE
027305             MOVE 1 TO RES-TIE-COUNT
027306         ELSE
027307             IF RST-CUR-AMOUNT = RES-MAX-VALUE
027308                 ADD 1 TO RES-TIE-COUNT
027309             END-IF
027310         END-IF
027311         IF RST-CUR-AMOUNT < RES-MIN-VALUE
027312             MOVE RST-CUR-AMOUNT TO RES-MIN-VALUE
027313         END-IF
027314     ELSE
027315         MOVE RST-CUR-AMOUNT TO RES-MAX-VALUE
027316         MOVE RST-CUR-AMOUNT TO RES-MIN-VALUE
027317         MOVE 1 TO RES-TIE-COUNT
027318         MOVE 0 TO RES-SUM
027319         MOVE 0 TO RES-VALID-COUNT
027320         SET RES-DATA-VALID TO TRUE
027321     END-IF.
027322     ADD RST-CUR-AMOUNT TO RES-SUM.
027323     ADD 1 TO RES-VALID-COUNT.
027324     IF RST-LEVEL-ALL
027325         IF RES-REJECT-COUNT > 0
027326             SUBTRACT 1 FROM RES-REJECT-COUNT
027327         END-IF
027328     ELSE
027329         ADD 1 TO RES-ENTRY-COUNT
027330     END-IF.
027331     COMPUTE RES-AVERAGE ROUNDED = RES-SUM / RES-VALID-COUNT.
027332     COMPUTE RES-RANGE = RES-MAX-VALUE - RES-MIN-VALUE.
027333     ADD 1 TO RES-RESTATE-COUNT.
027334     MOVE WS-BUS-DATE TO RES-RESTATE-DATE.
027335 7955-EXIT.
027336     EXIT.
027337*----------------------------------------------------------------
027338* 7960-PRINT-RESTATE-PARA - PRINT THE RECORD JUST RESTATED AS IT
027339*     WAS BEFORE TONIGHT AND AS IT NOW STANDS.
027340*----------------------------------------------------------------
027341 7960-PRINT-RESTATE-PARA.
027342     IF NOT RSR-FILE-AVAILABLE
027343         GO TO 7960-EXIT
027344     END-IF.
027345     MOVE RST-CUR-DATE TO RSV-BUS-DATE.
027346     MOVE RES-DEPT TO RSV-DEPT.
027347     MOVE RES-LEVEL TO RSV-LEVEL.
027348     MOVE 'WAS' TO RSV-TAG.
027349     MOVE RSB-VALID-COUNT TO RSV-VALID-COUNT.
027350     MOVE RSB-REJECT-COUNT TO RSV-REJECT-COUNT.
027351     IF RSB-DATA-VALID
027352         MOVE RSB-MAX-VALUE TO RSV-MAX
027353         MOVE RSB-MIN-VALUE TO RSV-MIN
027354         MOVE RSB-AVERAGE TO RSV-AVERAGE
027355         MOVE RSB-RANGE TO RSV-RANGE
027356         MOVE RSB-TIE-COUNT TO RSV-TIE-COUNT
027357     ELSE
027358         MOVE 0 TO RSV-MAX
027359         MOVE 0 TO RSV-MIN
027360         MOVE 0 TO RSV-AVERAGE
027361         MOVE 0 TO RSV-RANGE
027362         MOVE 0 TO RSV-TIE-COUNT
027363     END-IF.
027364     WRITE RSR-LINE FROM RSR-VALUE-LINE.
027365     MOVE 'NOW' TO RSV-TAG.
027366     MOVE RES-VALID-COUNT TO RSV-VALID-COUNT.
027367     MOVE RES-REJECT-COUNT TO RSV-REJECT-COUNT.
027368     MOVE RES-MAX-VALUE TO RSV-MAX.
027369     MOVE RES-MIN-VALUE TO RSV-MIN.
027370     MOVE RES-AVERAGE TO RSV-AVERAGE.
027371     MOVE RES-RANGE TO RSV-RANGE.
027372     MOVE RES-TIE-COUNT TO RSV-TIE-COUNT.
027373     WRITE RSR-LINE FROM RSR-VALUE-LINE.
027374 7960-EXIT.
027375     EXIT.
027376*----------------------------------------------------------------
027377* 7970-PRINT-CORRECTION-PARA - PRINT ONE CORRECTION (ROW
027378*     RST-GRP-SUB) UNDER THE DEPARTMENT IT RESTATED: THE ORIGINAL
027379*     RUN, ENTRY AND SOURCE OF THE REJECT AND THE CORRECTED VALUE.
027380*----------------------------------------------------------------
027381 7970-PRINT-CORRECTION-PARA.
027382     IF RSR-FILE-AVAILABLE
027383         MOVE RST-ORIG-RUN(RST-GRP-SUB) TO RSC-ORIG-RUN
027384         MOVE RST-ORIG-ENTRY(RST-GRP-SUB) TO RSC-ORIG-ENTRY
027385         MOVE RST-ORIG-SOURCE(RST-GRP-SUB) TO RSC-ORIG-SOURCE
027386         MOVE VAL-AMOUNT(RST-ENTRY-NO(RST-GRP-SUB)) TO RSC-AMOUNT
027387         MOVE RST-ENTRY-NO(RST-GRP-SUB) TO RSC-ENTRY-NO
027388         WRITE RSR-LINE FROM RSR-CORR-LINE
027389     END-IF.
027390 7970-EXIT.
027391     EXIT.
027392*----------------------------------------------------------------
027393* 7980-NOT-RESTATED-PARA - A CORRECTION (ROW RST-SUB) THAT COULD
027394*     NOT BE RESTATED: COUNT IT, TELL OPERATIONS AND LIST IT WITH
027395*     THE REASON IN RST-NOTE-TEXT.
027396*----------------------------------------------------------------
027397 7980-NOT-RESTATED-PARA.
027398     SET RST-NOT-APPLIED(RST-SUB) TO TRUE.
027399     ADD 1 TO RST-NOT-APPLIED-COUNT.
027400     DISPLAY 'PRG25 - ENTRY ' RST-ENTRY-NO(RST-SUB)
027401         ' NOT RESTATED TO ' RST-ORIG-DATE(RST-SUB).
027402     PERFORM 7985-PRINT-NOTE-PARA THRU 7985-EXIT.
027403 7980-EXIT.
027404     EXIT.
027405*----------------------------------------------------------------
027406* 7985-PRINT-NOTE-PARA - LIST ONE CORRECTION (ROW RST-SUB) WITH
027407*     THE TEXT IN RST-NOTE-TEXT.
027408*----------------------------------------------------------------
027409 7985-PRINT-NOTE-PARA.
027410     IF RSR-FILE-AVAILABLE
027411         MOVE RST-ORIG-DATE(RST-SUB) TO RSN-BUS-DATE
027412         MOVE ENTRY-DEPT(RST-ENTRY-NO(RST-SUB)) TO RSN-DEPT
027413         MOVE RST-ENTRY-NO(RST-SUB) TO RSN-ENTRY-NO
027414         MOVE RST-ORIG-RUN(RST-SUB) TO RSN-ORIG-RUN
027415         MOVE RST-ORIG-ENTRY(RST-SUB) TO RSN-ORIG-ENTRY
027416         MOVE RST-NOTE-TEXT TO RSN-TEXT
027417         WRITE RSR-LINE FROM RSR-NOTE-LINE
027418     END-IF.
027419 7985-EXIT.
027420     EXIT.
027421*----------------------------------------------------------------
027422* 7990-RESTATE-TOTALS-PARA - CLOSE THE RESTATEMENT REPORT WITH
027423*     ITS COUNTS.
027424*----------------------------------------------------------------
027425 7990-RESTATE-TOTALS-PARA.
027426     IF NOT RSR-FILE-AVAILABLE
027427         GO TO 7990-EXIT
027428     END-IF.
027429     WRITE RSR-LINE FROM RPT-BLANK-LINE.
027430     MOVE 'CORRECTIONS FOR EARLIER DATES' TO RSX-LABEL.
027431     MOVE RST-SELECT-COUNT TO RSX-COUNT.
027432     WRITE RSR-LINE FROM RSR-TOTAL-LINE.
027433     MOVE 'CORRECTIONS RESTATED' TO RSX-LABEL.
027434     MOVE RST-APPLIED-COUNT TO RSX-COUNT.
027435     WRITE RSR-LINE FROM RSR-TOTAL-LINE.
027436     MOVE 'CORRECTIONS NOT RESTATED' TO RSX-LABEL.
027437     MOVE RST-NOT-APPLIED-COUNT TO RSX-COUNT.
027438     WRITE RSR-LINE FROM RSR-TOTAL-LINE.
027439     MOVE 'NOT RESTATED - TABLE FULL' TO RSX-LABEL.
027440     MOVE RST-FULL-COUNT TO RSX-COUNT.
027441     WRITE RSR-LINE FROM RSR-TOTAL-LINE.
027442     MOVE 'ALREADY RESTATED - SKIPPED' TO RSX-LABEL.
027443     MOVE RST-PRIOR-COUNT TO RSX-COUNT.
027444     WRITE RSR-LINE FROM RSR-TOTAL-LINE.
027445     MOVE 'CORRECTIONS REJECTED AGAIN' TO RSX-LABEL.
027446     MOVE RST-REJECTED-COUNT TO RSX-COUNT.
027447     WRITE RSR-LINE FROM RSR-TOTAL-LINE.
027448     MOVE 'RESULTS RECORDS RESTATED' TO RSX-LABEL.
027449     MOVE RST-RECORD-COUNT TO RSX-COUNT.
027450     WRITE RSR-LINE FROM RSR-TOTAL-LINE.
027451     CLOSE RESTATE-FILE.
027452 7990-EXIT.
027453     EXIT.
027454*----------------------------------------------------------------
027455* 7700-RUN-CTL-DATE-PARA - REWRITE THE RUN CONTROL DATASET WITH
027456*     THIS RUN'S BUSINESS DATE AS THE LAST DATE COMPLETED. ONLY
027457*     REACHED ON NORMAL COMPLETION, SO A FAILED OR OUT-OF-
027458*     BALANCE NIGHT NEVER MARKS ITS DATE PROCESSED AND CAN BE
027459*     RERUN WITHOUT THE PARM='FORCE' OVERRIDE. A RUN OF AN
027460*     EARLIER DATE (FORCED, OR A RELEASED RESEND ON ITS OWN)
027461*     LEAVES THE LAST DATE WHERE IT WAS, SO THE NEXT NIGHT'S
027462*     EXPECTED-DATE CHECK IS NOT THROWN BACK.
027463*----------------------------------------------------------------
027464 7700-RUN-CTL-DATE-PARA.
027465     OPEN OUTPUT RUN-CTL-FILE.
027466     IF RUNCTL-OK
027467         MOVE WS-RUN-NUMBER TO RUN-CTL-NUMBER
027468         IF WS-BUS-DATE > WS-LAST-BUS-DATE
027469             MOVE WS-BUS-DATE TO RUN-CTL-LAST-DATE
027470         ELSE
027471             MOVE WS-LAST-BUS-DATE TO RUN-CTL-LAST-DATE
027472         END-IF
027473         WRITE RUN-CTL-RECORD
027474         IF NOT RUNCTL-OK
027475             DISPLAY 'PRG25 - UNABLE TO WRITE PRG25RUN, STATUS = '
027476                 WS-RUNCTL-STATUS
027477             DISPLAY 'PRG25 - LAST BUSINESS DATE NOT PERSISTED'
027478         END-IF
027479         CLOSE RUN-CTL-FILE
027480     ELSE
027481         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25RUN FOR OUTPUT, '
027482             'STATUS = ' WS-RUNCTL-STATUS
027483         DISPLAY 'PRG25 - LAST BUSINESS DATE NOT PERSISTED'
027484     END-IF.
027485 7700-EXIT.
027486     EXIT.
027487*----------------------------------------------------------------
027488* 7650-RESULTS-PARA - LOAD THIS RUN'S RESULTS INTO THE RESULTS
027489*     MASTER KSDS, KEYED BY RUN DATE PLUS DEPARTMENT: ONE
027490*     RECORD PER DEPARTMENT WITH ITS OWN STATISTICS, THEN THE
027491*     *ALL GRAND-TOTAL RECORD. A RECORD ALREADY ON FILE FOR
027492*     THE KEY (A FORCED RERUN) IS REWRITTEN. THE MASTER IS
027493*     A CONVENIENCE COPY OF WHAT THE AUDIT TRAIL AND EXTRACT
027494*     ALREADY CARRY, SO TROUBLE HERE IS REPORTED BUT IS NOT
027495*     FATAL TO THE RUN. A NEVER-LOADED CLUSTER FAILS THE I-O
027496*     OPEN WITH STATUS 35 AND IS OPENED OUTPUT INSTEAD, SO THE
027497*     FIRST EVER RUN LOADS IT.
027498*     EACH DIVISION'S RECORD (7680) IS WRITTEN AFTER THE
027499*     DEPARTMENT RECORDS.
027500*----------------------------------------------------------------
027501 7650-RESULTS-PARA.
027502     OPEN I-O RESULTS-FILE.
027503     IF WS-RES-STATUS = '35'
027504         OPEN OUTPUT RESULTS-FILE
027505     END-IF.
027506     IF NOT RES-OK
027507         DISPLAY 'PRG25 - UNABLE TO OPEN PRG25RES, STATUS = '
027508             WS-RES-STATUS
027509         DISPLAY 'PRG25 - RESULTS MASTER NOT LOADED THIS RUN'
027510         GO TO 7650-EXIT
027511     END-IF.
027512     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
027513     PERFORM VARYING DEPT-SUB FROM 1 BY 1
027514         UNTIL DEPT-SUB > DEPT-COUNT
027515         PERFORM 7660-RESULTS-DEPT-PARA THRU 7660-EXIT
027516     END-PERFORM.
027517     PERFORM VARYING DIV-SUB FROM 1 BY 1
027518         UNTIL DIV-SUB > DIV-COUNT
027519         PERFORM 7680-RESULTS-DIVISION-PARA THRU 7680-EXIT
027520     END-PERFORM.
027521     MOVE WS-CURRENT-DATE TO RES-RUN-DATE.
027522     MOVE '*ALL' TO RES-DEPT.
027523     MOVE WS-RUN-NUMBER TO RES-RUN-NUMBER.
027524     MOVE WS-BUS-DATE TO RES-BUS-DATE.
027525     MOVE ENTRY-COUNT TO RES-ENTRY-COUNT.
027526     MOVE VALID-COUNT TO RES-VALID-COUNT.
027527     MOVE REJECT-COUNT TO RES-REJECT-COUNT.
027528     MOVE MAX TO RES-MAX-VALUE.
027530     MOVE MIN TO RES-MIN-VALUE.
027540     MOVE NUM-AVERAGE TO RES-AVERAGE.
027550     MOVE NUM-RANGE TO RES-RANGE.
027560     MOVE TIE-COUNT TO RES-TIE-COUNT.
027562     MOVE SPACES TO RES-DIVISION.
027564     MOVE SPACE TO RES-LEVEL.
027566     MOVE NUM-SUM TO RES-SUM.
027570     MOVE WS-COMPLETION-STATUS TO RES-STATUS.
027580     IF VALID-COUNT > 0
027590         SET RES-DATA-VALID TO TRUE
027840     MOVE DEPT-AVERAGE(DEPT-SUB) TO RES-AVERAGE.
027850     MOVE DEPT-RANGE(DEPT-SUB) TO RES-RANGE.
027860     MOVE DEPT-TIE-COUNT(DEPT-SUB) TO RES-TIE-COUNT.
027862     MOVE DEPT-DIVISION(DEPT-SUB) TO RES-DIVISION.
027864     MOVE SPACE TO RES-LEVEL.
027866     MOVE DEPT-SUM(DEPT-SUB) TO RES-SUM.
027870     MOVE WS-COMPLETION-STATUS TO RES-STATUS.
027880     IF DEPT-VALID-COUNT(DEPT-SUB) > 0
027890         SET RES-DATA-VALID TO TRUE
027970* 7670-RESULTS-WRITE-PARA - WRITE THE RESULTS RECORD NOW IN THE
027980*     BUFFER, REWRITING WHEN THE KEY IS ALREADY ON FILE (A
027990*     FORCED RERUN OF THE SAME DATE).
027992*     A RECORD WRITTEN HERE IS A FRESH STATEMENT OF THE DAY, SO
027994*     ANY RESTATEMENT HISTORY ON FILE FOR THE KEY IS CLEARED.
028000*----------------------------------------------------------------
028010 7670-RESULTS-WRITE-PARA.
028012     MOVE SPACE TO RES-RESTATED-FLAG.
028014     MOVE 0 TO RES-RESTATE-COUNT.
028016     MOVE 0 TO RES-RESTATE-DATE.
028018     MOVE SPACES TO RES-ORIGINAL.
028020     WRITE RES-RECORD
028030         INVALID KEY
028040             REWRITE RES-RECORD
028090     END-WRITE.
028100 7670-EXIT.
028110     EXIT.
028111*----------------------------------------------------------------
028112* 7680-RESULTS-DIVISION-PARA - BUILD AND WRITE ONE DIVISION'S
028113*     RESULTS MASTER RECORD, KEYED BY RUN DATE PLUS DIVISION
028114*     CODE. AS ON A DEPARTMENT RECORD, THE ENTRY AND VALID
028115*     COUNTS BOTH CARRY THE VALID-ENTRY COUNT AND REJECTS ARE
028116*     LEFT TO THE *ALL RECORD.
028117*----------------------------------------------------------------
028118 7680-RESULTS-DIVISION-PARA.
028119     MOVE WS-CURRENT-DATE TO RES-RUN-DATE.
028120     MOVE DIV-CODE(DIV-SUB) TO RES-DEPT.
028121     MOVE WS-RUN-NUMBER TO RES-RUN-NUMBER.
028122     MOVE WS-BUS-DATE TO RES-BUS-DATE.
028123     MOVE DIV-VALID-COUNT(DIV-SUB) TO RES-ENTRY-COUNT.
028124     MOVE DIV-VALID-COUNT(DIV-SUB) TO RES-VALID-COUNT.
028125     MOVE 0 TO RES-REJECT-COUNT.
028126     MOVE DIV-MAX(DIV-SUB) TO RES-MAX-VALUE.
028127     MOVE DIV-MIN(DIV-SUB) TO RES-MIN-VALUE.
028128     MOVE DIV-AVERAGE(DIV-SUB) TO RES-AVERAGE.
028129     MOVE DIV-RANGE(DIV-SUB) TO RES-RANGE.
028130     MOVE DIV-TIE-COUNT(DIV-SUB) TO RES-TIE-COUNT.
028131     MOVE WS-COMPLETION-STATUS TO RES-STATUS.
028132     IF DIV-VALID-COUNT(DIV-SUB) > 0
028133         SET RES-DATA-VALID TO TRUE
028134     ELSE
028135         SET RES-DATA-NOT-VALID TO TRUE
028136     END-IF.
028137     MOVE DIV-CODE(DIV-SUB) TO RES-DIVISION.
028138     SET RES-LEVEL-DIVISION TO TRUE.
028139     MOVE DIV-SUM(DIV-SUB) TO RES-SUM.
028140     PERFORM 7670-RESULTS-WRITE-PARA THRU 7670-EXIT.
028141 7680-EXIT.
028142     EXIT.
028143*----------------------------------------------------------------
028144* 8000-CLOSE-PARA - CLOSE FILES AND EXIT THE PROGRAM. EACH CLOSE
028145*     IS GATED ON THE FILE HAVING ACTUALLY BEEN OPENED SUCCESS-
028150*     FULLY, SINCE A FATAL OPEN FAILURE ON ONE FILE IN
028160*     1000-OPEN-PARA ROUTES HERE WHILE OTHERS MAY NOT YET BE OPEN.
028170*----------------------------------------------------------------
028460     IF CKPT-FILE-AVAILABLE
028470         CLOSE CHECKPOINT-FILE
028480     END-IF.
028482     IF SFP-FILE-AVAILABLE
028484         CLOSE FINGERPRINT-FILE
028486         MOVE 'N' TO WS-SFP-AVAILABLE
028488     END-IF.
028490 8000-EXIT.
028500     EXIT.
028510*----------------------------------------------------------------
