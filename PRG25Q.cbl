000220*                  DEPT CARD ANSWERS ONE DEPARTMENT'S HISTORY,
000230*                  OPTIONALLY LIMITED TO A DATE RANGE. THE
000240*                  REPORT CARRIES A DEPARTMENT COLUMN.
000242* 10/15/2026  JM   ADDED THE DIVISION CARD - ONE DIVISION'S
000244*                  HISTORY FROM THE DIVISION ROLL-UP RECORDS PRG25
000246*                  NOW WRITES, WITH THE SAME OPTIONAL DATE RANGE
000248*                  AS THE DEPT CARD. DEPT CARDS SKIP DIVISION
000249*                  RECORDS.
000250* 10/15/2026  JM   A RESULTS RECORD PRG25 HAS RESTATED FOR LATE
000254*                  CORRECTIONS PRINTS ITS ORIGINALLY REPORTED
000258*                  FIGURES ON A SECOND LINE BENEATH THE RESTATED
000262*                  ONES.
000266* 10/15/2026  JM   ADDED THE ENTRIES AND TRACE CARDS AGAINST THE
000270*                  PRG25DTH DETAIL HISTORY PRG25 NOW WRITES: EVERY
000274*                  ACCEPTED ENTRY FOR A BUSINESS DATE AND OPTIONAL
000278*                  DEPARTMENT, OR JUST THE ENTRIES - FEED AND
000282*                  POSITION - THAT MADE THE DAY'S MAX AND MIN.
000283* 10/15/2026  JM   AN ENTRIES OR TRACE LINE NOW SHOWS THE CURRENCY
000284*                  AN AMOUNT WAS SENT IN AND ITS AMOUNT IN THAT
000285*                  CURRENCY BESIDE THE CONVERTED AMOUNT.
000286* 10/15/2026  JM   PARAGRAPHS PUT IN NUMERIC ORDER.
000287*----------------------------------------------------------------
000290* CONTROL CARDS (INQCTL):
000294*   COLS 1-8   ACTION - 'DATE', 'RANGE', 'DEPT', 'DIVISION',
000296*              'ENTRIES' OR 'TRACE'
000298*   DATE:      COLS 10-17 RUN DATE (YYYYMMDD)
000302*   RANGE:     COLS 10-17 FROM DATE, 19-26 TO DATE (YYYYMMDD)
000306*   DEPT:      COLS 10-13 DEPARTMENT CODE, OPTIONALLY COLS
000310*              15-22 FROM DATE AND 24-31 TO DATE (YYYYMMDD).
000314*              NO DATES MEANS THE WHOLE HISTORY; A FROM DATE
000318*              ALONE MEANS THAT ONE DATE.
000322*   DIVISION:  COLS 10-13 DIVISION CODE, OPTIONAL DATES AS FOR
000326*              DEPT.
000330*   ENTRIES:   COLS 10-17 BUSINESS DATE (YYYYMMDD), OPTIONALLY
000334*              COLS 19-22 DEPARTMENT CODE. LISTS THE DAY'S
000338*              ACCEPTED ENTRIES FROM THE DETAIL HISTORY.
000342*   TRACE:     SAME COLUMNS AS ENTRIES. LISTS THE ENTRIES THAT
000346*              MADE THE DAY'S (OR THE DEPARTMENT'S) MAX AND MIN.
000350*   COMMENT:   '*' IN COL 1 IS IGNORED
000354*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000470     SELECT PRINT-FILE ASSIGN TO INQRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PRT-STATUS.
000491     SELECT DETAIL-HISTORY-FILE ASSIGN TO PRG25DTH
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS DTH-KEY
000495         FILE STATUS IS WS-DTH-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RESULTS-FILE.
000580         88  QC-ACTION-DATE              VALUE 'DATE'.
000590         88  QC-ACTION-RANGE             VALUE 'RANGE'.
000600         88  QC-ACTION-DEPT              VALUE 'DEPT'.
000602         88  QC-ACTION-DIVISION          VALUE 'DIVISION'.
000604         88  QC-ACTION-ENTRIES           VALUE 'ENTRIES'.
000606         88  QC-ACTION-TRACE             VALUE 'TRACE'.
000610     05  FILLER                  PIC X(1).
000620     05  QC-DATE-FROM            PIC 9(8).
000630     05  FILLER                  PIC X(1).
000710     05  FILLER                  PIC X(1).
000720     05  QD-DATE-TO              PIC X(8).
000730     05  FILLER                  PIC X(49).
000731 01  CARD-HIST-RECORD REDEFINES CARD-RECORD.
000732     05  FILLER                  PIC X(9).
000733     05  QH-BUS-DATE             PIC X(8).
000734     05  FILLER                  PIC X(1).
000735     05  QH-DEPT                 PIC X(4).
000736     05  FILLER                  PIC X(58).
000737 FD  DETAIL-HISTORY-FILE.
000738     COPY PRG25DTH.
000740 FD  PRINT-FILE
000750     RECORDING MODE IS F.
000760 01  PRT-LINE                    PIC X(132).
000800 77  WS-RANGE-TO                 PIC 9(8) VALUE 0.
000810 77  WS-RANGE-FROM               PIC 9(8) VALUE 0.
000820 77  WS-DEPT-FILTER              PIC X(4) VALUE SPACES.
000822 77  WS-LEVEL-FILTER             PIC X(01) VALUE SPACE.
000824     88  LEVEL-FILTER-DIVISION           VALUE 'V'.
000826 77  WS-RES-LEVEL                PIC X(01) VALUE SPACE.
000830 77  WS-RES-STATUS               PIC X(02) VALUE SPACES.
000840     88  RES-OK                            VALUE '00'.
000850     88  RES-EOF                           VALUE '10'.
000960 77  WS-PRT-AVAILABLE            PIC X(01) VALUE 'N'.
000970     88  PRT-FILE-AVAILABLE               VALUE 'Y'.
000980 77  WS-CURRENT-DATE             PIC 9(8) VALUE 0.
000982     COPY PRG25QHS.
000990 01  PRT-HEADER-LINE-1.
001000     05  FILLER                  PIC X(34) VALUE
001010         'PRG25Q RESULTS INQUIRY   RUN DT:'.
001460         'NO RESULT ON FILE FOR DEPT '.
001470     05  PNQ-DEPT                PIC X(4).
001480     05  FILLER                  PIC X(99) VALUE SPACES.
001481 01  PRT-NO-DIV-LINE.
001482     05  FILLER                  PIC X(33) VALUE
001483         'NO RESULT ON FILE FOR DIVISION '.
001484     05  PNV-DIVISION            PIC X(4).
001485     05  FILLER                  PIC X(95) VALUE SPACES.
001490 01  PRT-CARD-ERR-LINE.
001500     05  FILLER                  PIC X(24) VALUE
001510         'CARD IGNORED: '.
001600*----------------------------------------------------------------
001610* 1000-OPEN-PARA - OPEN THE RESULTS MASTER, CARD AND REPORT
001620*     FILES. ANY OPEN FAILURE IS FATAL.
001622*     THE DETAIL HISTORY IS ONLY NEEDED BY ENTRIES AND TRACE
001624*     CARDS, SO WITHOUT IT ONLY THOSE CARDS ARE REFUSED.
001630*----------------------------------------------------------------
001640 1000-OPEN-PARA.
001650     OPEN OUTPUT PRINT-FILE.
001840         GO TO 9000-STOP-PARA
001850     END-IF.
001860     SET RES-FILE-AVAILABLE TO TRUE.
001861     OPEN INPUT DETAIL-HISTORY-FILE.
001862     IF DTH-OK
001863         SET DTH-FILE-AVAILABLE TO TRUE
001864     ELSE
001865         DISPLAY 'PRG25Q - PRG25DTH NOT AVAILABLE, STATUS = '
001866             WS-DTH-STATUS
001867     END-IF.
001870     OPEN INPUT CARD-FILE.
001880     IF NOT CARD-OK
001890         DISPLAY 'PRG25Q - UNABLE TO OPEN INQCTL, STATUS = '
002140*     CARD STARTS AT THE FROM DATE AND READS FORWARD UNTIL
002150*     PAST THE TO DATE, ANSWERING THE *ALL RECORDS; A DEPT
002160*     CARD ANSWERS ONE DEPARTMENT'S HISTORY THE SAME WAY.
002162*     A DIVISION CARD ANSWERS A DIVISION'S ROLL-UP RECORDS.
002164*     ENTRIES AND TRACE CARDS ARE ANSWERED FROM THE DETAIL
002166*     HISTORY BY 3600-HISTORY-CARD-PARA.
002170*----------------------------------------------------------------
002180 3100-READ-CARD-PARA.
002190     READ CARD-FILE
002450         MOVE QC-DATE-FROM TO WS-RANGE-FROM
002460         MOVE QC-DATE-TO TO WS-RANGE-TO
002470         MOVE '*ALL' TO WS-DEPT-FILTER
002472         MOVE SPACE TO WS-LEVEL-FILTER
002480         PERFORM 3300-READ-RANGE-PARA THRU 3300-EXIT
002490         IF MATCH-COUNT = 0
002500             MOVE QC-DATE-FROM TO PND-DATE
002530         GO TO 3100-EXIT
002540     END-IF.
002550     IF QC-ACTION-DEPT
002552         MOVE SPACE TO WS-LEVEL-FILTER
002560         PERFORM 3500-DEPT-CARD-PARA THRU 3500-EXIT
002570         GO TO 3100-EXIT
002580     END-IF.
002581     IF QC-ACTION-DIVISION
002582         MOVE 'V' TO WS-LEVEL-FILTER
002583         PERFORM 3500-DEPT-CARD-PARA THRU 3500-EXIT
002584         GO TO 3100-EXIT
002585     END-IF.
002586     IF QC-ACTION-ENTRIES OR QC-ACTION-TRACE
002587         PERFORM 3600-HISTORY-CARD-PARA THRU 3600-EXIT
002588         GO TO 3100-EXIT
002589     END-IF.
002590     MOVE CARD-RECORD(1:30) TO PCE-CARD-TEXT.
002600     WRITE PRT-LINE FROM PRT-CARD-ERR-LINE.
002610     ADD 1 TO CARD-ERR-COUNT.
003060* 3400-READ-NEXT-PARA - READ THE NEXT RESULT IN KEY SEQUENCE
003070*     AND PRINT IT WHEN STILL INSIDE THE REQUESTED RANGE AND
003080*     CARRYING THE REQUESTED DEPARTMENT.
003082*     ONLY DIVISION ROLL-UP RECORDS MATCH A DIVISION FILTER, AND
003084*     ONLY DEPARTMENT AND *ALL RECORDS MATCH ANY OTHER.
003090*----------------------------------------------------------------
003100 3400-READ-NEXT-PARA.
003110     READ RESULTS-FILE NEXT RECORD
003120         AT END
003130             GO TO 3400-EXIT
003140     END-READ.
003142     MOVE SPACE TO WS-RES-LEVEL.
003144     IF RES-LEVEL-DIVISION
003146         MOVE 'V' TO WS-RES-LEVEL
003148     END-IF.
003150     IF RES-RUN-DATE NOT > WS-RANGE-TO
003160         AND RES-DEPT = WS-DEPT-FILTER
003162         AND WS-RES-LEVEL = WS-LEVEL-FILTER
003170         PERFORM 4000-PRINT-RESULT-PARA THRU 4000-EXIT
003180         ADD 1 TO MATCH-COUNT
003190     END-IF.
003240*     WHOLE HISTORY, OR THE SLICE OF IT INSIDE THE CARD'S
003250*     OPTIONAL DATE RANGE. A FROM DATE WITHOUT A TO DATE ASKS
003260*     FOR THAT ONE DATE.
003262*     A DIVISION CARD (WS-LEVEL-FILTER 'V') IS ANSWERED THE SAME
003264*     WAY AGAINST THE DIVISION'S ROLL-UP RECORDS.
003270*----------------------------------------------------------------
003280 3500-DEPT-CARD-PARA.
003290     IF QD-DEPT = SPACES
003630     MOVE QD-DEPT TO WS-DEPT-FILTER.
003640     PERFORM 3300-READ-RANGE-PARA THRU 3300-EXIT.
003650     IF MATCH-COUNT = 0
003660         IF LEVEL-FILTER-DIVISION
003661             MOVE QD-DEPT TO PNV-DIVISION
003662             WRITE PRT-LINE FROM PRT-NO-DIV-LINE
003663         ELSE
003664             MOVE QD-DEPT TO PNQ-DEPT
003665             WRITE PRT-LINE FROM PRT-NO-DEPT-LINE
003666         END-IF
003680     END-IF.
003690 3500-EXIT.
003700     EXIT.
003701*----------------------------------------------------------------
003702* 3600-HISTORY-CARD-PARA - ANSWER ONE ENTRIES OR TRACE CARD FROM
003703*     THE DETAIL HISTORY FOR THE CARD'S BUSINESS DATE AND, WHEN
003704*     GIVEN, DEPARTMENT. ENTRIES LISTS EVERY ACCEPTED ENTRY. TRACE
003705*     FINDS THE MAX AND MIN IN A FIRST PASS, THEN LISTS ONLY THE
003706*     ENTRIES CARRYING THEM IN A SECOND, WITH EACH ONE'S FEED AND
003707*     POSITION IN THE RUN.
003708*----------------------------------------------------------------
003709 3600-HISTORY-CARD-PARA.
003710     IF QH-BUS-DATE NOT NUMERIC OR QH-BUS-DATE = ZEROS
003711         OR NOT DTH-FILE-AVAILABLE
003712         MOVE CARD-RECORD(1:30) TO PCE-CARD-TEXT
003713         WRITE PRT-LINE FROM PRT-CARD-ERR-LINE
003714         ADD 1 TO CARD-ERR-COUNT
003715         GO TO 3600-EXIT
003716     END-IF.
003717     MOVE QH-BUS-DATE TO WS-HIST-DATE.
003718     MOVE QH-DEPT TO WS-HIST-DEPT.
003719     MOVE WS-HIST-DATE TO PHT-BUS-DATE.
003720     MOVE WS-HIST-DATE TO PNH-BUS-DATE.
003721     IF WS-HIST-DEPT = SPACES
003722         MOVE '*ALL' TO PHT-DEPT
003723     ELSE
003724         MOVE WS-HIST-DEPT TO PHT-DEPT
003725     END-IF.
003726     MOVE PHT-DEPT TO PNH-DEPT.
003727     MOVE SPACES TO PRT-LINE.
003728     WRITE PRT-LINE.
003729     IF QC-ACTION-ENTRIES
003730         MOVE 'DETAIL ENTRIES' TO PHT-TITLE
003731         WRITE PRT-LINE FROM PRT-HIST-TITLE-LINE
003732         SET HIST-PASS-LIST TO TRUE
003733         PERFORM 3610-HISTORY-SCAN-PARA THRU 3610-EXIT
003734         IF HIST-MATCH-COUNT = 0
003735             WRITE PRT-LINE FROM PRT-NO-HIST-LINE
003736         ELSE
003737             MOVE 'ENTRIES LISTED' TO PHC-LABEL
003738             MOVE HIST-MATCH-COUNT TO PHC-COUNT
003739             MOVE HIST-SUM TO PHC-SUM
003740             WRITE PRT-LINE FROM PRT-HIST-COUNT-LINE
003741         END-IF
003742         GO TO 3600-EXIT
003743     END-IF.
003744     MOVE 'MAX/MIN TRACE' TO PHT-TITLE.
003745     WRITE PRT-LINE FROM PRT-HIST-TITLE-LINE.
003746     SET HIST-PASS-FIND TO TRUE.
003747     PERFORM 3610-HISTORY-SCAN-PARA THRU 3610-EXIT.
003748     IF HIST-MATCH-COUNT = 0
003749         WRITE PRT-LINE FROM PRT-NO-HIST-LINE
003750         GO TO 3600-EXIT
003751     END-IF.
003752     SET HIST-PASS-TRACE TO TRUE.
003753     PERFORM 3610-HISTORY-SCAN-PARA THRU 3610-EXIT.
003754     MOVE 'MAXIMUM' TO PHX-LABEL.
003755     MOVE HIST-MAX TO PHX-VALUE.
003756     MOVE HIST-MAX-COUNT TO PHX-COUNT.
003757     WRITE PRT-LINE FROM PRT-HIST-TOTAL-LINE.
003758     MOVE 'MINIMUM' TO PHX-LABEL.
003759     MOVE HIST-MIN TO PHX-VALUE.
003760     MOVE HIST-MIN-COUNT TO PHX-COUNT.
003761     WRITE PRT-LINE FROM PRT-HIST-TOTAL-LINE.
003762     MOVE 'ENTRIES SEARCHED' TO PHC-LABEL.
003763     MOVE HIST-MATCH-COUNT TO PHC-COUNT.
003764     MOVE HIST-SUM TO PHC-SUM.
003765     WRITE PRT-LINE FROM PRT-HIST-COUNT-LINE.
003766 3600-EXIT.
003767     EXIT.
003768*----------------------------------------------------------------
003769* 3610-HISTORY-SCAN-PARA - ONE PASS OVER THE DETAIL HISTORY FOR
003770*     WS-HIST-DATE, HANDING EACH ENTRY FOR THE REQUESTED
003771*     DEPARTMENT TO 3620 ACCORDING TO WS-HIST-PASS. THE COLUMN
003772*     HEADING IS PRINTED BEFORE A LISTING PASS.
003773*----------------------------------------------------------------
003774 3610-HISTORY-SCAN-PARA.
003775     MOVE 0 TO HIST-MATCH-COUNT.
003776     MOVE 0 TO HIST-SUM.
003777     IF HIST-PASS-FIND
003778         MOVE 0 TO HIST-MAX
003779         MOVE 0 TO HIST-MIN
003780     ELSE
003781         WRITE PRT-LINE FROM PRT-HIST-COLUMN-LINE
003782     END-IF.
003783     MOVE 0 TO HIST-MAX-COUNT.
003784     MOVE 0 TO HIST-MIN-COUNT.
003785     MOVE WS-HIST-DATE TO DTH-BUS-DATE.
003786     MOVE 0 TO DTH-ENTRY-NO.
003787     START DETAIL-HISTORY-FILE KEY IS NOT LESS THAN DTH-KEY
003788         INVALID KEY
003789             GO TO 3610-EXIT
003790     END-START.
003791     MOVE 'N' TO WS-DTH-SCAN.
003792     PERFORM 3620-HISTORY-NEXT-PARA THRU 3620-EXIT
003793         UNTIL DTH-SCAN-DONE.
003794 3610-EXIT.
003795     EXIT.
003796*----------------------------------------------------------------
003797* 3620-HISTORY-NEXT-PARA - READ THE NEXT DETAIL HISTORY RECORD
003798*     AND, WHILE STILL ON THE REQUESTED DATE AND DEPARTMENT, NOTE
003799*     IT FOR THE MAX AND MIN (FIND PASS), LIST IT (LIST PASS) OR
003800*     LIST IT WHEN IT CARRIES THE MAX OR MIN (TRACE PASS).
003801*----------------------------------------------------------------
003802 3620-HISTORY-NEXT-PARA.
003803     READ DETAIL-HISTORY-FILE NEXT RECORD
003804         AT END
003805             SET DTH-SCAN-DONE TO TRUE
003806             GO TO 3620-EXIT
003807     END-READ.
003808     IF NOT DTH-OK
003809         DISPLAY 'PRG25Q - DETAIL HISTORY READ FAILED, STATUS = '
003810             WS-DTH-STATUS
003811         ADD 1 TO CARD-ERR-COUNT
003812         SET DTH-SCAN-DONE TO TRUE
003813         GO TO 3620-EXIT
003814     END-IF.
003815     IF DTH-BUS-DATE NOT = WS-HIST-DATE
003816         SET DTH-SCAN-DONE TO TRUE
003817         GO TO 3620-EXIT
003818     END-IF.
003819     IF WS-HIST-DEPT NOT = SPACES AND DTH-DEPT NOT = WS-HIST-DEPT
003820         GO TO 3620-EXIT
003821     END-IF.
003822     ADD 1 TO HIST-MATCH-COUNT.
003823     ADD DTH-AMOUNT TO HIST-SUM.
003824     IF HIST-PASS-FIND
003825         IF HIST-MATCH-COUNT = 1 OR DTH-AMOUNT > HIST-MAX
003826             MOVE DTH-AMOUNT TO HIST-MAX
003827         END-IF
003828         IF HIST-MATCH-COUNT = 1 OR DTH-AMOUNT < HIST-MIN
003829             MOVE DTH-AMOUNT TO HIST-MIN
003830         END-IF
003831         GO TO 3620-EXIT
003832     END-IF.
003833     MOVE SPACES TO PHL-TAG.
003834     IF HIST-PASS-LIST
003835         PERFORM 4200-PRINT-HISTORY-PARA THRU 4200-EXIT
003836         GO TO 3620-EXIT
003837     END-IF.
003838     IF DTH-AMOUNT = HIST-MAX
003839         MOVE 'MAX' TO PHL-TAG
003840         ADD 1 TO HIST-MAX-COUNT
003841     END-IF.
003842     IF DTH-AMOUNT = HIST-MIN
003843         IF PHL-TAG = SPACES
003844             MOVE 'MIN' TO PHL-TAG
003845         ELSE
003846             MOVE 'MAX/MIN' TO PHL-TAG
003847         END-IF
003848         ADD 1 TO HIST-MIN-COUNT
003849     END-IF.
003850     IF PHL-TAG NOT = SPACES
003851         PERFORM 4200-PRINT-HISTORY-PARA THRU 4200-EXIT
003852     END-IF.
003853 3620-EXIT.
003854     EXIT.
003855*----------------------------------------------------------------
003856* 4000-PRINT-RESULT-PARA - PRINT ONE RESULTS MASTER RECORD, WITH
003857*     ITS ORIGINALLY REPORTED FIGURES BENEATH WHEN PRG25 HAS SINCE
003858*     RESTATED IT.
003859*----------------------------------------------------------------
003860 4000-PRINT-RESULT-PARA.
003861     MOVE RES-RUN-DATE TO QL-RUN-DATE.
003862     MOVE RES-DEPT TO QL-DEPT.
003863     MOVE RES-RUN-NUMBER TO QL-RUN-NUMBER.
003864     MOVE RES-ENTRY-COUNT TO QL-ENTRY-COUNT.
003865     MOVE RES-VALID-COUNT TO QL-VALID-COUNT.
003866     MOVE RES-REJECT-COUNT TO QL-REJECT-COUNT.
003867     MOVE RES-MAX-VALUE TO QL-MAX.
003868     MOVE RES-MIN-VALUE TO QL-MIN.
003869     MOVE RES-AVERAGE TO QL-AVERAGE.
003870     MOVE RES-RANGE TO QL-RANGE.
003871     MOVE RES-TIE-COUNT TO QL-TIE-COUNT.
003872     MOVE RES-STATUS TO QL-STATUS.
003873     WRITE PRT-LINE FROM PRT-RESULT-LINE.
003874     IF RES-RESTATED
003875         PERFORM 4100-PRINT-ORIGINAL-PARA THRU 4100-EXIT
003876     END-IF.
003880 4000-EXIT.
003890     EXIT.
003891*----------------------------------------------------------------
003892* 4100-PRINT-ORIGINAL-PARA - PRINT THE FIGURES A RESTATED RECORD
003893*     ORIGINALLY REPORTED, IN THE COLUMNS OF THE RESULT LINE JUST
003894*     PRINTED, WITH A CAPTION OVER THE DATE AND COUNT COLUMNS.
003895*----------------------------------------------------------------
003896 4100-PRINT-ORIGINAL-PARA.
003897     MOVE RES-ORIG-VALID-COUNT TO QL-VALID-COUNT.
003898     MOVE RES-ORIG-REJECT-COUNT TO QL-REJECT-COUNT.
003899     MOVE RES-ORIG-MAX-VALUE TO QL-MAX.
003900     MOVE RES-ORIG-MIN-VALUE TO QL-MIN.
003901     MOVE RES-ORIG-AVERAGE TO QL-AVERAGE.
003902     MOVE RES-ORIG-RANGE TO QL-RANGE.
003903     MOVE RES-ORIG-TIE-COUNT TO QL-TIE-COUNT.
003904     MOVE 'RESTATED' TO QL-STATUS.
003905     MOVE PRT-RESULT-LINE TO PRT-LINE.
003906     MOVE '    ORIGINALLY REPORTED' TO PRT-LINE(1:32).
003907     WRITE PRT-LINE.
003908 4100-EXIT.
003909     EXIT.
003910*----------------------------------------------------------------
003911* 4200-PRINT-HISTORY-PARA - PRINT THE DETAIL HISTORY RECORD NOW
003912*     IN THE BUFFER.
003913*----------------------------------------------------------------
003914 4200-PRINT-HISTORY-PARA.
003915     MOVE DTH-ENTRY-NO TO PHL-ENTRY-NO.
003916     MOVE DTH-DEPT TO PHL-DEPT.
003917     MOVE DTH-SOURCE-ID TO PHL-SOURCE-ID.
003918     MOVE DTH-REC-TYPE TO PHL-REC-TYPE.
003919     MOVE DTH-AMOUNT TO PHL-AMOUNT.
003920     MOVE DTH-RUN-NUMBER TO PHL-RUN-NUMBER.
003921     MOVE DTH-RUN-DATE TO PHL-RUN-DATE.
003922     MOVE DTH-POSTED-ENTRY-NO TO PHL-POSTED-ENTRY-NO.
003923     EVALUATE TRUE
003924         WHEN DTH-ORIGIN-RESUBMIT
003925             MOVE 'CORRECTION' TO PHL-ORIGIN
003926         WHEN DTH-ORIGIN-RESTATED
003927             MOVE 'RESTATED' TO PHL-ORIGIN
003928         WHEN OTHER
003929             MOVE 'FEED' TO PHL-ORIGIN
003930     END-EVALUATE.
003931     MOVE SPACES TO PHL-CURRENCY.
003932     MOVE SPACES TO PHL-ORIG-AMOUNT-X.
003933     IF DTH-CURRENCY NOT = SPACES AND DTH-ORIG-AMOUNT NUMERIC
003934         MOVE DTH-CURRENCY TO PHL-CURRENCY
003935         MOVE DTH-ORIG-AMOUNT TO PHL-ORIG-AMOUNT
003936     END-IF.
003937     WRITE PRT-LINE FROM PRT-HIST-LINE.
003938 4200-EXIT.
003939     EXIT.
003940*----------------------------------------------------------------
003941* 8000-CLOSE-PARA - CLOSE WHATEVER WAS OPENED.
003942*----------------------------------------------------------------
003943 8000-CLOSE-PARA.
003944     IF RES-FILE-AVAILABLE
003950         CLOSE RESULTS-FILE
003960     END-IF.
003970     IF CARD-FILE-AVAILABLE
004000     IF PRT-FILE-AVAILABLE
004010         CLOSE PRINT-FILE
004020     END-IF.
004022     IF DTH-FILE-AVAILABLE
004024         CLOSE DETAIL-HISTORY-FILE
004026     END-IF.
004030 8000-EXIT.
004040     EXIT.
006020 9000-STOP-PARA.
006030     STOP RUN.
