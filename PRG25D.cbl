000150*                  ADD / RENAME / DEACT CARDS AND WRITES THE NEW
000160*                  GENERATION, SO OPERATIONS OWNS THE LIST OF
000170*                  DEPARTMENT CODES PRG25 ACCEPTS.
000171* 10/15/2026  JM   ADDED THE DEPARTMENT'S DIVISION (DPT-DIVISION),
000172*                  SET ON ADD OR BY THE NEW DIVISION CARD, SO
000173*                  PRG25 CAN PRINT AND STORE DIVISION SUBTOTALS. A
000174*                  DIVISION CODE MAY NOT DUPLICATE A DEPARTMENT
000175*                  CODE OR *ALL, SINCE BOTH SHARE THE RESULTS
000176*                  MASTER AND EXTRACT KEY COLUMN.
000177* 10/15/2026  JM   EACH APPLIED CARD IS NOW APPENDED TO THE
000178*                  PRG25JRN MAINTENANCE JOURNAL WITH BEFORE/AFTER
000179*                  IMAGES, PLUS THE JOB AND USER FROM THE PARM.
000180* 10/15/2026  JM   A BLANK JOB OR USER IN THE PARM IS RECORDED AS
000181*                  'UNKNOWN'. THE CARD ECHO NOW SHOWS COLS 1-60 SO
000182*                  THE DIVISION CODE IS PRINTED. PARAGRAPHS PUT IN
000183*                  NUMERIC ORDER.
000184*----------------------------------------------------------------
000190* CONTROL CARDS (DPTCTL):
000200*   COLS 1-8   ACTION - 'ADD', 'RENAME', 'DEACT' OR 'DIVISION'
000210*   ADD:       COLS 10-13 DEPARTMENT CODE, 15-34 FULL NAME,
000220*              36-55 OWNING ANALYST. THE CODE MUST NOT ALREADY
000230*              BE ON FILE; THE NEW DEPARTMENT IS ADDED ACTIVE.
000232*              COLS 57-60 OPTIONALLY CARRY ITS DIVISION CODE.
000240*   RENAME:    COLS 10-13 DEPARTMENT CODE, 15-34 NEW FULL NAME.
000250*   DEACT:     COLS 10-13 DEPARTMENT CODE. THE CODE STAYS ON
000260*              FILE FOR HISTORY BUT PRG25 REJECTS NEW DETAILS
000270*              CARRYING IT.
000271*   DIVISION:  COLS 10-13 DEPARTMENT CODE, 15-18 DIVISION CODE.
000272*              A BLANK DIVISION CODE TAKES THE DEPARTMENT OUT
000273*              OF ITS DIVISION. A DIVISION CODE EQUAL TO ANY
000274*              DEPARTMENT CODE (OR *ALL) IS REFUSED, AS IS AN ADD
000275*              OF A DEPARTMENT CODE ALREADY IN USE AS A DIVISION.
000280*   COMMENT:   '*' IN COL 1 IS IGNORED
000283*   PARM:      'JOBNAME,USERID' - RECORDED ON EVERY JOURNAL
000286*              RECORD; EITHER PART DEFAULTS TO 'UNKNOWN'.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000420     SELECT PRINT-FILE ASSIGN TO DEPTRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PRT-STATUS.
000442     SELECT JOURNAL-FILE ASSIGN TO PRG25JRN
000444         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS WS-JRN-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DPT-IN-FILE
000570         88  DC-ACTION-ADD               VALUE 'ADD'.
000580         88  DC-ACTION-RENAME            VALUE 'RENAME'.
000590         88  DC-ACTION-DEACT             VALUE 'DEACT'.
000592         88  DC-ACTION-DIVISION          VALUE 'DIVISION'.
000600     05  FILLER                  PIC X(1).
000610     05  DC-CODE                 PIC X(4).
000620     05  FILLER                  PIC X(1).
000630     05  DC-NAME                 PIC X(20).
000640     05  FILLER                  PIC X(1).
000650     05  DC-ANALYST              PIC X(20).
000660     05  FILLER                  PIC X(1).
000661     05  DC-DIVISION             PIC X(4).
000662     05  FILLER                  PIC X(20).
000663 01  CARD-DIVISION-RECORD REDEFINES CARD-RECORD.
000664     05  FILLER                  PIC X(14).
000665     05  DD-DIVISION             PIC X(4).
000666     05  FILLER                  PIC X(62).
000670 FD  PRINT-FILE
000680     RECORDING MODE IS F.
000690 01  PRT-LINE                    PIC X(132).
000692 FD  JOURNAL-FILE
000694     RECORDING MODE IS F.
000696     COPY PRG25JRN.
000700 WORKING-STORAGE SECTION.
000710 01  DPT-TABLE.
000720     05  DPT-COUNT               PIC 9(3) VALUE 0.
000780             88  DT-ACTIVE               VALUE 'A'.
000790             88  DT-INACTIVE             VALUE 'I'.
000800         10  DT-ANALYST          PIC X(20).
000802         10  DT-DIVISION         PIC X(4).
000810 77  IDX                         PIC 9(3) VALUE 1.
000820 77  FOUND-SUB                   PIC 9(3) VALUE 0.
000830 77  CARD-COUNT                  PIC 9(4) VALUE 0.
000850 77  ADDED-COUNT                 PIC 9(4) VALUE 0.
000860 77  RENAMED-COUNT               PIC 9(4) VALUE 0.
000870 77  DEACT-COUNT                 PIC 9(4) VALUE 0.
000872 77  DIVISION-COUNT              PIC 9(4) VALUE 0.
000874 77  WS-DIV-CHECK                PIC X(4) VALUE SPACES.
000876 77  WS-DIV-CLASH                PIC X(01) VALUE 'N'.
000878     88  DIV-CLASH                        VALUE 'Y'.
000880 77  ACTIVE-COUNT                PIC 9(4) VALUE 0.
000890 77  WS-CURRENT-DATE             PIC 9(8) VALUE 0.
000891 77  WS-CURRENT-TIME             PIC 9(8) VALUE 0.
000892 77  JOURNAL-COUNT               PIC 9(4) VALUE 0.
000893 77  JOURNAL-ERR-COUNT           PIC 9(4) VALUE 0.
000894 77  WS-JRN-JOB                  PIC X(8) VALUE 'UNKNOWN'.
000895 77  WS-JRN-USER                 PIC X(8) VALUE 'UNKNOWN'.
000900 77  WS-DPTIN-STATUS             PIC X(02) VALUE SPACES.
000910     88  DPTIN-OK                          VALUE '00'.
000920     88  DPTIN-EOF                         VALUE '10'.
001060     88  PRT-OK                            VALUE '00'.
001070 77  WS-PRT-AVAILABLE            PIC X(01) VALUE 'N'.
001080     88  PRT-FILE-AVAILABLE               VALUE 'Y'.
001082 77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.
001084     88  JRN-OK                            VALUE '00'.
001086 77  WS-JRN-AVAILABLE            PIC X(01) VALUE 'N'.
001088     88  JRN-FILE-AVAILABLE               VALUE 'Y'.
001090 01  PRT-HEADER-LINE.
001100     05  FILLER                  PIC X(38) VALUE
001110         'PRG25D DEPARTMENT MAINTENANCE RUN DT:'.
001130     05  FILLER                  PIC X(84) VALUE SPACES.
001140 01  PRT-CARD-LINE.
001150     05  FILLER                  PIC X(08) VALUE 'CARD:   '.
001160     05  PC-CARD-TEXT            PIC X(60).
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  PC-RESULT               PIC X(40).
001190     05  FILLER                  PIC X(22) VALUE SPACES.
001200 01  PRT-COUNT-LINE.
001210     05  FILLER                  PIC X(30) VALUE SPACES.
001220     05  PN-LABEL                PIC X(30).
001230     05  PN-COUNT                PIC ZZZ9.
001240     05  FILLER                  PIC X(68) VALUE SPACES.
001242 LINKAGE SECTION.
001244 01  PARM-DATA.
001246     05  PARM-LENGTH             PIC S9(4) COMP.
001248     05  PARM-TEXT               PIC X(100).
001250 PROCEDURE DIVISION USING PARM-DATA.
001260 0000-MAIN-PARA.
001265     PERFORM 1100-PARM-PARA THRU 1100-EXIT.
001270     PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
001280     PERFORM 2000-LOAD-MASTER-PARA THRU 2000-EXIT.
001290     PERFORM 3000-CARDS-PARA THRU 3000-EXIT.
001830         GO TO 9000-STOP-PARA
001840     END-IF.
001850     SET DPTOUT-FILE-AVAILABLE TO TRUE.
001851     OPEN EXTEND JOURNAL-FILE.
001852     IF NOT JRN-OK
001853         DISPLAY 'PRG25D - UNABLE TO OPEN PRG25JRN, STATUS = '
001854             WS-JRN-STATUS
001855         MOVE 16 TO RETURN-CODE
001856         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
001857         GO TO 9000-STOP-PARA
001858     END-IF.
001859     SET JRN-FILE-AVAILABLE TO TRUE.
001860 1000-EXIT.
001870     EXIT.
001871*----------------------------------------------------------------
001872* 1100-PARM-PARA - PICK UP THE JOB NAME AND USER ID FOR THE
001873*     JOURNAL FROM THE PARM ('JOBNAME,USERID'). A PART NOT GIVEN,
001874*     OR GIVEN BLANK, IS 'UNKNOWN'.
001875*----------------------------------------------------------------
001876 1100-PARM-PARA.
001877     IF PARM-LENGTH < 1
001878         GO TO 1100-EXIT
001879     END-IF.
001880     UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY ','
001881         INTO WS-JRN-JOB WS-JRN-USER
001882     END-UNSTRING.
001883     IF WS-JRN-JOB = SPACES
001884         MOVE 'UNKNOWN' TO WS-JRN-JOB
001885     END-IF.
001886     IF WS-JRN-USER = SPACES
001887         MOVE 'UNKNOWN' TO WS-JRN-USER
001888     END-IF.
001889 1100-EXIT.
001890     EXIT.
001891*----------------------------------------------------------------
001892* 2000-LOAD-MASTER-PARA - TABLE THE CURRENT MASTER. A RECORD
001900*     WITH A BLANK CODE IS SKIPPED WITH A REPORT LINE RATHER
001910*     THAN ABENDING THE RUN.
001920*----------------------------------------------------------------
002210     MOVE DPT-NAME TO DT-NAME(DPT-IDX).
002220     MOVE DPT-ACTIVE-FLAG TO DT-ACTIVE-FLAG(DPT-IDX).
002230     MOVE DPT-ANALYST TO DT-ANALYST(DPT-IDX).
002232     MOVE DPT-DIVISION TO DT-DIVISION(DPT-IDX).
002240 2100-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002460         GO TO 3100-EXIT
002470     END-IF.
002480     ADD 1 TO CARD-COUNT.
002490     MOVE CARD-RECORD(1:60) TO PC-CARD-TEXT.
002500     IF NOT DC-ACTION-ADD AND NOT DC-ACTION-RENAME
002510         AND NOT DC-ACTION-DEACT AND NOT DC-ACTION-DIVISION
002520         MOVE 'UNKNOWN ACTION - CARD IGNORED' TO PC-RESULT
002530         ADD 1 TO CARD-ERR-COUNT
002540         WRITE PRT-LINE FROM PRT-CARD-LINE
002790             MOVE 'BLANK NEW NAME - CARD IGNORED' TO PC-RESULT
002800             ADD 1 TO CARD-ERR-COUNT
002810         ELSE
002815             PERFORM 3810-JRN-BEFORE-PARA THRU 3810-EXIT
002820             MOVE DC-NAME TO DT-NAME(DPT-IDX)
002830             ADD 1 TO RENAMED-COUNT
002840             MOVE 'RENAMED' TO PC-RESULT
002845             PERFORM 3800-JOURNAL-PARA THRU 3800-EXIT
002850         END-IF
002860         WRITE PRT-LINE FROM PRT-CARD-LINE
002870         GO TO 3100-EXIT
002880     END-IF.
002882     IF DC-ACTION-DIVISION
002884         PERFORM 3400-DIVISION-PARA THRU 3400-EXIT
002886         GO TO 3100-EXIT
002888     END-IF.
002890     IF DT-INACTIVE(DPT-IDX)
002900         MOVE 'ALREADY INACTIVE - CARD IGNORED' TO PC-RESULT
002910         ADD 1 TO CARD-ERR-COUNT
002920     ELSE
002925         PERFORM 3810-JRN-BEFORE-PARA THRU 3810-EXIT
002930         SET DT-INACTIVE(DPT-IDX) TO TRUE
002940         ADD 1 TO DEACT-COUNT
002950         MOVE 'DEACTIVATED' TO PC-RESULT
002955         PERFORM 3800-JOURNAL-PARA THRU 3800-EXIT
002960     END-IF.
002970     WRITE PRT-LINE FROM PRT-CARD-LINE.
002980 3100-EXIT.
003310         WRITE PRT-LINE FROM PRT-CARD-LINE
003320         GO TO 3300-EXIT
003330     END-IF.
003332     PERFORM 3700-ADD-DIVISION-PARA THRU 3700-EXIT.
003334     IF DIV-CLASH
003336         GO TO 3300-EXIT
003338     END-IF.
003340     IF DPT-COUNT = 200
003350         MOVE 'DEPARTMENT TABLE FULL - CARD IGNORED'
003360             TO PC-RESULT
003440     MOVE DC-NAME TO DT-NAME(DPT-IDX).
003450     SET DT-ACTIVE(DPT-IDX) TO TRUE.
003460     MOVE DC-ANALYST TO DT-ANALYST(DPT-IDX).
003462     MOVE DC-DIVISION TO DT-DIVISION(DPT-IDX).
003470     ADD 1 TO ADDED-COUNT.
003473     PERFORM 3810-JRN-BEFORE-PARA THRU 3810-EXIT.
003476     PERFORM 3800-JOURNAL-PARA THRU 3800-EXIT.
003480     MOVE 'ADDED' TO PC-RESULT.
003490     WRITE PRT-LINE FROM PRT-CARD-LINE.
003500 3300-EXIT.
003510     EXIT.
003511*----------------------------------------------------------------
003512* 3400-DIVISION-PARA - ASSIGN THE DEPARTMENT AT DPT-IDX TO THE
003513*     CARD'S DIVISION, OR TAKE IT OUT OF ITS DIVISION WHEN THE
003514*     CARD'S DIVISION CODE IS BLANK.
003515*----------------------------------------------------------------
003516 3400-DIVISION-PARA.
003517     IF DD-DIVISION = SPACES
003518         IF DT-DIVISION(DPT-IDX) = SPACES
003519             MOVE 'NO DIVISION TO CLEAR - CARD IGNORED'
003520                 TO PC-RESULT
003521             ADD 1 TO CARD-ERR-COUNT
003522         ELSE
003523             PERFORM 3810-JRN-BEFORE-PARA THRU 3810-EXIT
003524             MOVE SPACES TO DT-DIVISION(DPT-IDX)
003525             ADD 1 TO DIVISION-COUNT
003526             MOVE 'DIVISION CLEARED' TO PC-RESULT
003527             PERFORM 3800-JOURNAL-PARA THRU 3800-EXIT
003528         END-IF
003529         WRITE PRT-LINE FROM PRT-CARD-LINE
003530         GO TO 3400-EXIT
003531     END-IF.
003532     MOVE DD-DIVISION TO WS-DIV-CHECK.
003533     PERFORM 3600-CHECK-DIVISION-PARA THRU 3600-EXIT.
003534     IF DIV-CLASH
003535         MOVE 'DIVISION CODE IS A DEPT CODE - IGNORED'
003536             TO PC-RESULT
003537         ADD 1 TO CARD-ERR-COUNT
003538         WRITE PRT-LINE FROM PRT-CARD-LINE
003539         GO TO 3400-EXIT
003540     END-IF.
003541     PERFORM 3810-JRN-BEFORE-PARA THRU 3810-EXIT.
003542     MOVE DD-DIVISION TO DT-DIVISION(DPT-IDX).
003543     ADD 1 TO DIVISION-COUNT.
003544     MOVE 'DIVISION ASSIGNED' TO PC-RESULT.
003545     PERFORM 3800-JOURNAL-PARA THRU 3800-EXIT.
003546     WRITE PRT-LINE FROM PRT-CARD-LINE.
003547 3400-EXIT.
003548     EXIT.
003549*----------------------------------------------------------------
003550* 3600-CHECK-DIVISION-PARA - SET DIV-CLASH WHEN WS-DIV-CHECK IS
003551*     *ALL OR MATCHES ANY TABLED DEPARTMENT CODE. DIVISION AND
003552*     DEPARTMENT RECORDS SHARE ONE KEY COLUMN IN THE RESULTS
003553*     MASTER, SO THE TWO SETS OF CODES MUST NOT OVERLAP.
003554*     DPT-IDX IS LEFT ALONE FOR THE CALLER.
003555*----------------------------------------------------------------
003556 3600-CHECK-DIVISION-PARA.
003557     MOVE 'N' TO WS-DIV-CLASH.
003558     IF WS-DIV-CHECK = '*ALL'
003559         SET DIV-CLASH TO TRUE
003560         GO TO 3600-EXIT
003561     END-IF.
003562     PERFORM VARYING IDX FROM 1 BY 1
003563         UNTIL IDX > DPT-COUNT OR DIV-CLASH
003564         IF DT-CODE(IDX) = WS-DIV-CHECK
003565             SET DIV-CLASH TO TRUE
003566         END-IF
003567     END-PERFORM.
003568 3600-EXIT.
003569     EXIT.
003570*----------------------------------------------------------------
003571* 3650-CHECK-DEPT-CODE-PARA - SET DIV-CLASH WHEN THE CARD'S
003572*     DEPARTMENT CODE IS ALREADY IN USE AS A DIVISION CODE.
003573*----------------------------------------------------------------
003574 3650-CHECK-DEPT-CODE-PARA.
003575     MOVE 'N' TO WS-DIV-CLASH.
003576     PERFORM VARYING IDX FROM 1 BY 1
003577         UNTIL IDX > DPT-COUNT OR DIV-CLASH
003578         IF DT-DIVISION(IDX) = DC-CODE
003579             SET DIV-CLASH TO TRUE
003580         END-IF
003581     END-PERFORM.
003582 3650-EXIT.
003583     EXIT.
003584*----------------------------------------------------------------
003585* 3700-ADD-DIVISION-PARA - EDIT AN ADD CARD AGAINST THE DIVISION
003586*     CODES: ITS OPTIONAL DIVISION MUST NOT BE A DEPARTMENT CODE
003587*     (INCLUDING ITS OWN), AND ITS DEPARTMENT CODE MUST NOT BE
003588*     IN USE AS A DIVISION. SETS DIV-CLASH AND WRITES THE CARD
003589*     LINE WHEN THE CARD IS REFUSED.
003590*----------------------------------------------------------------
003591 3700-ADD-DIVISION-PARA.
003592     IF DC-DIVISION NOT = SPACES
003593         MOVE DC-DIVISION TO WS-DIV-CHECK
003594         PERFORM 3600-CHECK-DIVISION-PARA THRU 3600-EXIT
003595         IF DC-DIVISION = DC-CODE
003596             SET DIV-CLASH TO TRUE
003597         END-IF
003598         IF DIV-CLASH
003599             MOVE 'DIVISION CODE IS A DEPT CODE - IGNORED'
003600                 TO PC-RESULT
003601             ADD 1 TO CARD-ERR-COUNT
003602             WRITE PRT-LINE FROM PRT-CARD-LINE
003603             GO TO 3700-EXIT
003604         END-IF
003605     END-IF.
003606     PERFORM 3650-CHECK-DEPT-CODE-PARA THRU 3650-EXIT.
003607     IF DIV-CLASH
003608         MOVE 'CODE IS IN USE AS A DIVISION - IGNORED'
003609             TO PC-RESULT
003610         ADD 1 TO CARD-ERR-COUNT
003611         WRITE PRT-LINE FROM PRT-CARD-LINE
003612     END-IF.
003613 3700-EXIT.
003614     EXIT.
003615*----------------------------------------------------------------
003616* 3800-JOURNAL-PARA - APPEND ONE RECORD TO THE MAINTENANCE
003617*     JOURNAL FOR THE CARD JUST APPLIED TO THE DEPARTMENT AT
003618*     DPT-IDX. THE BEFORE IMAGE IS ALREADY IN PLACE FROM 3810;
003619*     THE AFTER IMAGE IS THE DEPARTMENT AS IT NOW STANDS. A
003620*     FAILED WRITE DOES NOT UNDO THE CHANGE BUT ENDS THE RUN
003621*     RC=8 SO THE GAP IN THE JOURNAL IS SEEN.
003622*----------------------------------------------------------------
003623 3800-JOURNAL-PARA.
003624     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003625     ACCEPT WS-CURRENT-TIME FROM TIME.
003626     MOVE WS-CURRENT-DATE TO JRN-DATE.
003627     MOVE WS-CURRENT-TIME TO JRN-TIME.
003628     MOVE WS-JRN-JOB TO JRN-JOB.
003629     MOVE WS-JRN-USER TO JRN-USER.
003630     MOVE 'PRG25D' TO JRN-PROGRAM.
003631     MOVE DC-ACTION TO JRN-ACTION.
003632     MOVE DT-CODE(DPT-IDX) TO JRN-KEY.
003633     MOVE DT-CODE(DPT-IDX) TO JRN-DEPT.
003634     MOVE 0 TO JRN-BUS-DATE.
003635     MOVE 0 TO JRN-AMOUNT.
003636     SET JRN-AMOUNT-NONE TO TRUE.
003637     MOVE DT-NAME(DPT-IDX) TO JAD-NAME.
003638     MOVE DT-ACTIVE-FLAG(DPT-IDX) TO JAD-ACTIVE-FLAG.
003639     MOVE DT-ANALYST(DPT-IDX) TO JAD-ANALYST.
003640     MOVE DT-DIVISION(DPT-IDX) TO JAD-DIVISION.
003641     WRITE JRN-RECORD.
003642     IF NOT JRN-OK
003643         DISPLAY 'PRG25D - PRG25JRN WRITE FAILED, STATUS = '
003644             WS-JRN-STATUS
003645         ADD 1 TO JOURNAL-ERR-COUNT
003646         GO TO 3800-EXIT
003647     END-IF.
003648     ADD 1 TO JOURNAL-COUNT.
003649 3800-EXIT.
003650     EXIT.
003651*----------------------------------------------------------------
003652* 3810-JRN-BEFORE-PARA - CLEAR THE JOURNAL RECORD AND TAKE THE
003653*     BEFORE IMAGE OF THE DEPARTMENT AT DPT-IDX, JUST AHEAD OF
003654*     THE CHANGE. AN ADD HAS NO BEFORE IMAGE.
003655*----------------------------------------------------------------
003656 3810-JRN-BEFORE-PARA.
003657     MOVE SPACES TO JRN-RECORD.
003658     IF DC-ACTION-ADD
003659         GO TO 3810-EXIT
003660     END-IF.
003661     MOVE DT-NAME(DPT-IDX) TO JBD-NAME.
003662     MOVE DT-ACTIVE-FLAG(DPT-IDX) TO JBD-ACTIVE-FLAG.
003663     MOVE DT-ANALYST(DPT-IDX) TO JBD-ANALYST.
003664     MOVE DT-DIVISION(DPT-IDX) TO JBD-DIVISION.
003665 3810-EXIT.
003666     EXIT.
003667*----------------------------------------------------------------
003668* 5000-WRITE-MASTER-PARA - WRITE EVERY TABLED DEPARTMENT, AS IT
003669*     NOW STANDS, TO THE NEW MASTER GENERATION.
003670*----------------------------------------------------------------
003671 5000-WRITE-MASTER-PARA.
003672     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > DPT-COUNT
003673         SET DPT-IDX TO IDX
003674         MOVE SPACES TO DPT-RECORD
003675         MOVE DT-CODE(DPT-IDX) TO DPT-CODE
003676         MOVE DT-NAME(DPT-IDX) TO DPT-NAME
003677         MOVE DT-ACTIVE-FLAG(DPT-IDX) TO DPT-ACTIVE-FLAG
003678         MOVE DT-ANALYST(DPT-IDX) TO DPT-ANALYST
003679         MOVE DT-DIVISION(DPT-IDX) TO DPT-DIVISION
003680         IF DT-ACTIVE(DPT-IDX)
003681             ADD 1 TO ACTIVE-COUNT
003682         END-IF
003683         WRITE DPT-OUT-RECORD FROM DPT-RECORD
003684     END-PERFORM.
003690 5000-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003840     MOVE 'DEPARTMENTS RENAMED' TO PN-LABEL.
003850     MOVE RENAMED-COUNT TO PN-COUNT.
003860     WRITE PRT-LINE FROM PRT-COUNT-LINE.
003862     MOVE 'DIVISIONS SET OR CLEARED' TO PN-LABEL.
003864     MOVE DIVISION-COUNT TO PN-COUNT.
003866     WRITE PRT-LINE FROM PRT-COUNT-LINE.
003870     MOVE 'DEPARTMENTS DEACTIVATED' TO PN-LABEL.
003880     MOVE DEACT-COUNT TO PN-COUNT.
003890     WRITE PRT-LINE FROM PRT-COUNT-LINE.
003930     MOVE 'DEPARTMENTS ACTIVE' TO PN-LABEL.
003940     MOVE ACTIVE-COUNT TO PN-COUNT.
003950     WRITE PRT-LINE FROM PRT-COUNT-LINE.
003951     MOVE 'JOURNAL RECORDS WRITTEN' TO PN-LABEL.
003952     MOVE JOURNAL-COUNT TO PN-COUNT.
003953     WRITE PRT-LINE FROM PRT-COUNT-LINE.
003954     MOVE 'JOURNAL WRITES FAILED' TO PN-LABEL.
003955     MOVE JOURNAL-ERR-COUNT TO PN-COUNT.
003956     WRITE PRT-LINE FROM PRT-COUNT-LINE.
003960     IF CARD-ERR-COUNT > 0
003970         MOVE 4 TO RETURN-CODE
003980     END-IF.
003982     IF JOURNAL-ERR-COUNT > 0
003984         MOVE 8 TO RETURN-CODE
003986     END-IF.
003990 6000-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004140     IF PRT-FILE-AVAILABLE
004150         CLOSE PRINT-FILE
004160     END-IF.
004162     IF JRN-FILE-AVAILABLE
004164         CLOSE JOURNAL-FILE
004166     END-IF.
004170 8000-EXIT.
004180     EXIT.
005850 9000-STOP-PARA.
005860     STOP RUN.
