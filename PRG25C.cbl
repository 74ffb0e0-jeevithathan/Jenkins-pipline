000450*                  UNCHANGED AND THE RUN ENDS RC=8, INSTEAD OF
000460*                  BEING SILENTLY DROPPED FROM THE OPEN-REJECTS
000470*                  FILE OF RECORD.
000471* 10/15/2026  JM   EACH RESUBMITTED DETAIL NOW CARRIES THE
000472*                  ORIGINAL BUSINESS DATE, RUN NUMBER, ENTRY
000473*                  NUMBER AND SOURCE ID OF ITS REJECT (PRG25TRN
000474*                  COLS 18-44), SO PRG25 RESTATES THE DAY THE
000475*                  ENTRY BELONGS TO INSTEAD OF COUNTING IT ON
000476*                  THE RESUBMIT NIGHT.
000477* 10/15/2026  JM   EACH CORRECT AND WRITEOFF APPLIED IS NOW
000478*                  APPENDED TO THE PRG25JRN MAINTENANCE JOURNAL
000479*                  WITH BEFORE/AFTER IMAGES AND THE PARM JOB/USER.
000480* 10/15/2026  JM   EACH REJECT'S CURRENCY CODE IS CARRIED ON THE
000485*                  MASTER, ON ITS RESUBMITTED DETAIL (PRG25TRN
000490*                  COLS 45-47) AND IN THE JOURNAL IMAGES.
000491* 10/15/2026  JM   A BLANK JOB OR USER IN THE PARM IS RECORDED AS
000492*                  'UNKNOWN'. PARAGRAPHS PUT IN NUMERIC ORDER.
000495*----------------------------------------------------------------
000500* CONTROL CARDS (RCYCTL):
000505*   COLS 1-8   ACTION - 'CORRECT', 'WRITEOFF', 'DATE' OR
000510*              'AGELIMIT'
000515*   CORRECT:   COLS 10-13 RUN NUMBER, 15-21 ENTRY NUMBER,
000520*              23-32 CORRECTED VALUE - FOR A TWO-DIGIT REJECT
000525*              THE VALUE IN COLS 23-24, FOR AN AMOUNT REJECT A
000530*              SIGNED AMOUNT (+/- AND NINE DIGITS, SEVEN
000535*              INTEGER AND TWO DECIMAL) IN COLS 23-32
000540*              IN THE REJECT'S OWN CURRENCY. AN 'XR' (NO
000545*              EXCHANGE RATE) REJECT IS CORRECTED WITH ITS
000550*              ORIGINAL AMOUNT ONCE THE RATE HAS BEEN LOADED.
000555*   WRITEOFF:  COLS 10-13 RUN NUMBER, 15-21 ENTRY NUMBER
000560*   DATE:      COLS 10-17 BUSINESS DATE (YYYYMMDD) FOR THE
000565*              RESUBMIT SEGMENT'S CONTROL RECORD. WITHOUT A
000570*              DATE CARD THE CURRENT DATE IS USED.
000575*              EACH DETAIL STILL CARRIES ITS REJECT'S OWN
000580*              BUSINESS DATE, WHICH IS THE DATE PRG25 RESTATES.
000585*   AGELIMIT:  COLS 10-12 AGE LIMIT IN DAYS FOR THE OPEN-
000590*              REJECT ESCALATION (DEFAULT 007). ANY OPEN
000595*              REJECT OLDER THAN THE LIMIT ENDS THE RUN RC=8.
000600*   COMMENT:   '*' IN COL 1 IS IGNORED
000605*   PARM:      'JOBNAME,USERID' - RECORDED ON EVERY JOURNAL
000610*              RECORD; EITHER PART DEFAULTS TO 'UNKNOWN'.
000650*----------------------------------------------------------------
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000810     SELECT PRINT-FILE ASSIGN TO CORRRPT
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-PRT-STATUS.
000832     SELECT JOURNAL-FILE ASSIGN TO PRG25JRN
000834         ORGANIZATION IS SEQUENTIAL
000836         FILE STATUS IS WS-JRN-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  RCY-IN-FILE
001180 FD  PRINT-FILE
001190     RECORDING MODE IS F.
001200 01  PRT-LINE                    PIC X(132).
001202 FD  JOURNAL-FILE
001204     RECORDING MODE IS F.
001206     COPY PRG25JRN.
001210 WORKING-STORAGE SECTION.
001220 01  RCY-TABLE.
001230     05  RCY-COUNT               PIC 9(5) VALUE 0.
001400         10  RT-AMT-RAW          PIC X(10).
001410         10  RT-AMT-CORR         PIC X(10).
001420         10  RT-SOURCE-ID        PIC X(8).
001425         10  RT-CURRENCY         PIC X(3).
001430         10  RT-CLOSED-ON-LOAD   PIC X(1).
001440             88  RT-WAS-CLOSED           VALUE 'Y'.
001450 77  IDX                         PIC 9(5) VALUE 1.
001710     05  RCW-AMT-RAW             PIC X(10).
001720     05  RCW-AMT-CORR            PIC X(10).
001730     05  RCW-SOURCE-ID           PIC X(8).
001735     05  RCW-CURRENCY            PIC X(3).
001740     05  FILLER                  PIC X(18).
001750 01  AGE-TABLE.
001760     05  AGE-COUNT               PIC 9(3) VALUE 0.
001770     05  AGE-ENTRY               OCCURS 100 TIMES
002160 77  RESUB-HASH                  PIC 9(9) VALUE 0.
002170 77  WS-RESUB-DATE               PIC 9(8) VALUE 0.
002180 77  WS-CURRENT-DATE             PIC 9(8) VALUE 0.
002181 77  WS-CURRENT-TIME             PIC 9(8) VALUE 0.
002182 77  JOURNAL-COUNT               PIC 9(7) VALUE 0.
002183 77  JOURNAL-ERR-COUNT           PIC 9(7) VALUE 0.
002184 77  WS-JRN-JOB                  PIC X(8) VALUE 'UNKNOWN'.
002185 77  WS-JRN-USER                 PIC X(8) VALUE 'UNKNOWN'.
002190 77  WS-RCYIN-STATUS             PIC X(02) VALUE SPACES.
002200     88  RCYIN-OK                          VALUE '00'.
002210     88  RCYIN-EOF                         VALUE '10'.
002390     88  PRT-FILE-AVAILABLE               VALUE 'Y'.
002400 77  WS-RCYIN-AVAILABLE          PIC X(01) VALUE 'N'.
002410     88  RCYIN-FILE-AVAILABLE             VALUE 'Y'.
002412 77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.
002414     88  JRN-OK                            VALUE '00'.
002416 77  WS-JRN-AVAILABLE            PIC X(01) VALUE 'N'.
002418     88  JRN-FILE-AVAILABLE               VALUE 'Y'.
002420 01  PRT-HEADER-LINE.
002430     05  FILLER                  PIC X(34) VALUE
002440         'PRG25C REJECT CORRECTION RUN DT:'.
002920     05  FILLER                  PIC X(22) VALUE
002930         ' - ESCALATED WITH RC=8'.
002940     05  FILLER                  PIC X(73) VALUE SPACES.
002942 LINKAGE SECTION.
002944 01  PARM-DATA.
002946     05  PARM-LENGTH             PIC S9(4) COMP.
002948     05  PARM-TEXT               PIC X(100).
002950 PROCEDURE DIVISION USING PARM-DATA.
002960 0000-MAIN-PARA.
002965     PERFORM 1100-PARM-PARA THRU 1100-EXIT.
002970     PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
002980     PERFORM 2000-LOAD-RECYCLE-PARA THRU 2000-EXIT.
002990     PERFORM 3000-CARDS-PARA THRU 3000-EXIT.
003570         GO TO 9000-STOP-PARA
003580     END-IF.
003590     SET RSB-FILE-AVAILABLE TO TRUE.
003591     OPEN EXTEND JOURNAL-FILE.
003592     IF NOT JRN-OK
003593         DISPLAY 'PRG25C - UNABLE TO OPEN PRG25JRN, STATUS = '
003594             WS-JRN-STATUS
003595         MOVE 16 TO RETURN-CODE
003596         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
003597         GO TO 9000-STOP-PARA
003598     END-IF.
003599     SET JRN-FILE-AVAILABLE TO TRUE.
003600 1000-EXIT.
003610     EXIT.
003611*----------------------------------------------------------------
003612* 1100-PARM-PARA - PICK UP THE JOB NAME AND USER ID FOR THE
003613*     JOURNAL FROM THE PARM ('JOBNAME,USERID'). A PART NOT GIVEN,
003614*     OR GIVEN BLANK, IS 'UNKNOWN'.
003615*----------------------------------------------------------------
003616 1100-PARM-PARA.
003617     IF PARM-LENGTH < 1
003618         GO TO 1100-EXIT
003619     END-IF.
003620     UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY ','
003621         INTO WS-JRN-JOB WS-JRN-USER
003622     END-UNSTRING.
003623     IF WS-JRN-JOB = SPACES
003624         MOVE 'UNKNOWN' TO WS-JRN-JOB
003625     END-IF.
003626     IF WS-JRN-USER = SPACES
003627         MOVE 'UNKNOWN' TO WS-JRN-USER
003628     END-IF.
003629 1100-EXIT.
003630     EXIT.
003631*----------------------------------------------------------------
003632* 2000-LOAD-RECYCLE-PARA - LOAD THE RECYCLE DATASET INTO THE
003640*     WORKING TABLE. RECORDS WITH A NON-NUMERIC KEY ARE SKIPPED
003650*     WITH A REPORT LINE RATHER THAN ABENDING THE RUN - THE
003660*     MASTER MAY CARRY YEARS OF HISTORY AND ONE BAD RECORD
004260     MOVE RCY-AMT-RAW TO RT-AMT-RAW(RCY-IDX).
004270     MOVE RCY-AMT-CORR TO RT-AMT-CORR(RCY-IDX).
004280     MOVE RCY-SOURCE-ID TO RT-SOURCE-ID(RCY-IDX).
004285     MOVE RCY-CURRENCY TO RT-CURRENCY(RCY-IDX).
004290     IF RCY-STATUS-OPEN
004300         MOVE 'N' TO RT-CLOSED-ON-LOAD(RCY-IDX)
004310     ELSE
005020         GO TO 3100-EXIT
005030     END-IF.
005040     SET RCY-IDX TO FOUND-SUB.
005045     PERFORM 3810-JRN-BEFORE-PARA THRU 3810-EXIT.
005050     IF CC-ACTION-WRITEOFF
005060         SET RT-STATUS-WRITTEN-OFF(RCY-IDX) TO TRUE
005070         ADD 1 TO WRITEOFF-COUNT
005075         PERFORM 3800-JOURNAL-PARA THRU 3800-EXIT
005080         MOVE 'WRITTEN OFF' TO PC-RESULT
005090         WRITE PRT-LINE FROM PRT-CARD-LINE
005100         GO TO 3100-EXIT
005310     END-IF.
005320     SET RT-STATUS-CORRECTED(RCY-IDX) TO TRUE.
005330     ADD 1 TO CORRECTED-COUNT.
005335     PERFORM 3800-JOURNAL-PARA THRU 3800-EXIT.
005340     MOVE 'CORRECTED' TO PC-RESULT.
005350     WRITE PRT-LINE FROM PRT-CARD-LINE.
005360 3100-EXIT.
005540     END-PERFORM.
005550 3200-EXIT.
005560     EXIT.
005561*----------------------------------------------------------------
005562* 3800-JOURNAL-PARA - APPEND ONE RECORD TO THE MAINTENANCE
005563*     JOURNAL FOR THE CARD JUST APPLIED TO THE REJECT AT RCY-IDX.
005564*     THE BEFORE IMAGE AND AMOUNT ARE ALREADY IN PLACE FROM 3810;
005565*     THE AFTER IMAGE IS THE REJECT AS IT NOW STANDS. THE KEY IS
005566*     THE RUN AND ENTRY NUMBER LAID OUT AS ON THE CARD. A FAILED
005567*     WRITE DOES NOT UNDO THE CHANGE BUT ENDS THE RUN RC=8 SO THE
005568*     GAP IN THE JOURNAL IS SEEN.
005569*----------------------------------------------------------------
005570 3800-JOURNAL-PARA.
005571     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005572     ACCEPT WS-CURRENT-TIME FROM TIME.
005573     MOVE WS-CURRENT-DATE TO JRN-DATE.
005574     MOVE WS-CURRENT-TIME TO JRN-TIME.
005575     MOVE WS-JRN-JOB TO JRN-JOB.
005576     MOVE WS-JRN-USER TO JRN-USER.
005577     MOVE 'PRG25C' TO JRN-PROGRAM.
005578     MOVE CC-ACTION TO JRN-ACTION.
005579     MOVE SPACES TO JRN-KEY.
005580     MOVE RT-RUN-NUMBER(RCY-IDX) TO JRN-KEY-RUN.
005581     MOVE RT-ENTRY-NO(RCY-IDX) TO JRN-KEY-ENTRY.
005582     MOVE RT-DEPT(RCY-IDX) TO JRN-DEPT.
005583     MOVE RT-BUS-DATE(RCY-IDX) TO JRN-BUS-DATE.
005584     MOVE RT-STATUS(RCY-IDX) TO JAR-STATUS.
005585     MOVE RT-REASON-CODE(RCY-IDX) TO JAR-REASON-CODE.
005586     MOVE RT-REC-TYPE(RCY-IDX) TO JAR-REC-TYPE.
005587     MOVE RT-RAW-VALUE(RCY-IDX) TO JAR-RAW-VALUE.
005588     MOVE RT-CORR-VALUE(RCY-IDX) TO JAR-CORR-VALUE.
005589     MOVE RT-AMT-RAW(RCY-IDX) TO JAR-AMT-RAW.
005590     MOVE RT-AMT-CORR(RCY-IDX) TO JAR-AMT-CORR.
005591     MOVE RT-SOURCE-ID(RCY-IDX) TO JAR-SOURCE-ID.
005592     MOVE RT-CURRENCY(RCY-IDX) TO JAR-CURRENCY.
005593     WRITE JRN-RECORD.
005594     IF NOT JRN-OK
005595         DISPLAY 'PRG25C - PRG25JRN WRITE FAILED, STATUS = '
005596             WS-JRN-STATUS
005597         ADD 1 TO JOURNAL-ERR-COUNT
005598         GO TO 3800-EXIT
005599     END-IF.
005600     ADD 1 TO JOURNAL-COUNT.
005601 3800-EXIT.
005602     EXIT.
005603*----------------------------------------------------------------
005604* 3810-JRN-BEFORE-PARA - CLEAR THE JOURNAL RECORD AND TAKE THE
005605*     BEFORE IMAGE OF THE REJECT AT RCY-IDX, JUST AHEAD OF THE
005606*     CHANGE, WITH ITS AMOUNT WHEN IT IS AN AMOUNT REJECT. AN
005607*     AMOUNT THAT CANNOT BE READ (A BAD-AMOUNT REJECT) IS MARKED
005608*     UNREADABLE RATHER THAN TAKEN AS ZERO.
005609*----------------------------------------------------------------
005610 3810-JRN-BEFORE-PARA.
005611     MOVE SPACES TO JRN-RECORD.
005612     MOVE RT-STATUS(RCY-IDX) TO JBR-STATUS.
005613     MOVE RT-REASON-CODE(RCY-IDX) TO JBR-REASON-CODE.
005614     MOVE RT-REC-TYPE(RCY-IDX) TO JBR-REC-TYPE.
005615     MOVE RT-RAW-VALUE(RCY-IDX) TO JBR-RAW-VALUE.
005616     MOVE RT-CORR-VALUE(RCY-IDX) TO JBR-CORR-VALUE.
005617     MOVE RT-AMT-RAW(RCY-IDX) TO JBR-AMT-RAW.
005618     MOVE RT-AMT-CORR(RCY-IDX) TO JBR-AMT-CORR.
005619     MOVE RT-SOURCE-ID(RCY-IDX) TO JBR-SOURCE-ID.
005620     MOVE RT-CURRENCY(RCY-IDX) TO JBR-CURRENCY.
005621     MOVE 0 TO JRN-AMOUNT.
005622     SET JRN-AMOUNT-NONE TO TRUE.
005623     IF NOT RT-TYPE-AMOUNT(RCY-IDX)
005624         GO TO 3810-EXIT
005625     END-IF.
005626     SET JRN-AMOUNT-UNREADABLE TO TRUE.
005627     MOVE RT-AMT-RAW(RCY-IDX) TO AMT-X.
005628     IF (AMT-SIGN = '+' OR AMT-SIGN = '-')
005629         AND AMT-INT NUMERIC AND AMT-DEC NUMERIC
005630         MOVE AMT-N TO JRN-AMOUNT
005631         SET JRN-AMOUNT-KNOWN TO TRUE
005632     END-IF.
005633 3810-EXIT.
005634     EXIT.
005635*----------------------------------------------------------------
005636* 4000-RESUBMIT-PARA - BUILD THE RESUBMIT FILE FROM EVERY
005637*     CORRECTED REJECT: A CONTROL RECORD CARRYING THE COUNT AND
005638*     THE RESUBMIT BUSINESS DATE, ONE DETAIL PER CORRECTION,
005639*     AND A BALANCED TRAILER, EXACTLY THE SEGMENT SHAPE PRG25
005640*     EXPECTS, SO THE FILE CAN BE CONCATENATED AHEAD OF THE
005641*     DAILY INPUT. WITH NOTHING TO RESUBMIT THE FILE IS LEFT
005642*     EMPTY, WHICH CONCATENATES HARMLESSLY.
005643*     EACH DETAIL ALSO CARRIES THE ORIGINAL BUSINESS DATE, RUN,
005644*     ENTRY NUMBER AND SOURCE OF THE REJECT IT CORRECTS, SO
005646*     PRG25 CAN RESTATE THAT DAY'S RESULTS.
005650*----------------------------------------------------------------
005660 4000-RESUBMIT-PARA.
005670     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > RCY-COUNT
006040                 SUBTRACT 100000000 FROM RESUB-HASH
006050             END-IF
006060             MOVE RT-DEPT(RCY-IDX) TO TR-DEPT
006062             MOVE RT-BUS-DATE(RCY-IDX) TO TR-ORIG-BUS-DATE
006064             MOVE RT-RUN-NUMBER(RCY-IDX) TO TR-ORIG-RUN-NUMBER
006066             MOVE RT-ENTRY-NO(RCY-IDX) TO TR-ORIG-ENTRY-NO
006068             MOVE RT-SOURCE-ID(RCY-IDX) TO TR-ORIG-SOURCE-ID
006069             MOVE RT-CURRENCY(RCY-IDX) TO TR-CURRENCY
006070             WRITE TRANS-RECORD
006080             SET RT-STATUS-RESUBMITTED(RCY-IDX) TO TRUE
006090         END-IF
006460         MOVE RT-AMT-RAW(RCY-IDX) TO RCW-AMT-RAW
006470         MOVE RT-AMT-CORR(RCY-IDX) TO RCW-AMT-CORR
006480         MOVE RT-SOURCE-ID(RCY-IDX) TO RCW-SOURCE-ID
006485         MOVE RT-CURRENCY(RCY-IDX) TO RCW-CURRENCY
006490         IF RT-STATUS-OPEN(RCY-IDX)
006500             ADD 1 TO OPEN-COUNT
006510         END-IF
008360     MOVE 'OVERFLOW PASSED THROUGH' TO PN-LABEL.
008370     MOVE OVERFLOW-COUNT TO PN-COUNT.
008380     WRITE PRT-LINE FROM PRT-COUNT-LINE.
008381     MOVE 'JOURNAL RECORDS WRITTEN' TO PN-LABEL.
008382     MOVE JOURNAL-COUNT TO PN-COUNT.
008383     WRITE PRT-LINE FROM PRT-COUNT-LINE.
008384     MOVE 'JOURNAL WRITES FAILED' TO PN-LABEL.
008385     MOVE JOURNAL-ERR-COUNT TO PN-COUNT.
008386     WRITE PRT-LINE FROM PRT-COUNT-LINE.
008390     IF CARD-ERR-COUNT > 0
008400         MOVE 4 TO RETURN-CODE
008410     END-IF.
008420     IF OVERAGE-COUNT > 0 OR OVERFLOW-COUNT > 0
008430         MOVE 8 TO RETURN-CODE
008440     END-IF.
008442     IF JOURNAL-ERR-COUNT > 0
008444         MOVE 8 TO RETURN-CODE
008446     END-IF.
008450 6000-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------
008600     IF RSB-FILE-AVAILABLE
008610         CLOSE RESUB-FILE
008620     END-IF.
008622     IF JRN-FILE-AVAILABLE
008624         CLOSE JOURNAL-FILE
008626     END-IF.
008630     IF PRT-FILE-AVAILABLE
008640         CLOSE PRINT-FILE
008650     END-IF.
008660 8000-EXIT.
008670     EXIT.
009540 9000-STOP-PARA.
009550     STOP RUN.
