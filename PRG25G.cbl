000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRG25G.
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
000130*                  THE PRG25SFP SEGMENT FINGERPRINT REGISTRY (COPY
000140*                  PRG25SFP). PRG25 REFUSES OR SKIPS A SEGMENT
000150*                  WHOSE FINGERPRINT IS ALREADY ON FILE; WHEN A
000160*                  FEEDER GENUINELY HAS TO SEND THE SAME SEGMENT
000170*                  AGAIN, OPERATIONS RELEASES ITS FINGERPRINT HERE
000180*                  AND THE RESEND IS ACCEPTED. LIST CARDS SHOW
000190*                  WHAT IS ON FILE FOR A SOURCE OR BUSINESS DATE.
000200*----------------------------------------------------------------
000210* CONTROL CARDS (SFPCTL):
000220*   COLS 1-8   ACTION - 'RELEASE' OR 'LIST'
000230*   COLS 10-17 SOURCE-SYSTEM ID
000240*   COLS 19-26 BUSINESS DATE (YYYYMMDD)
000250*   RELEASE:   COLS 28-34 TRAILER RECORD COUNT AND 36-43 TRAILER
000260*              HASH TOTAL, ZERO-FILLED, AS PRINTED ON THE PRG25
000270*              DUPLICATE SEGMENT LINE; COLS 45-52 WHO AUTHORISED
000280*              THE RESEND. THE FINGERPRINT STAYS ON FILE, MARKED
000290*              RELEASED WITH THE DATE AND NAME, UNTIL THE NEXT RUN
000300*              THAT ACCEPTS THE SEGMENT MAKES IT ACTIVE AGAIN.
000310*   LIST:      EVERY FINGERPRINT FOR THE SOURCE ID AND, IF GIVEN,
000320*              THE BUSINESS DATE. A BLANK SOURCE ID LISTS THE
000330*              WHOLE REGISTRY (OR EVERY SOURCE FOR THE DATE).
000340*   COMMENT:   '*' IN COL 1 IS IGNORED
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FINGERPRINT-FILE ASSIGN TO PRG25SFP
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SFP-KEY
000430         FILE STATUS IS WS-SFP-STATUS.
000440     SELECT CARD-FILE ASSIGN TO SFPCTL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CARD-STATUS.
000470     SELECT PRINT-FILE ASSIGN TO SFPRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PRT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FINGERPRINT-FILE.
000530     COPY PRG25SFP.
000540 FD  CARD-FILE
000550     RECORDING MODE IS F.
000560 01  CARD-RECORD.
000570     05  GC-ACTION               PIC X(8).
000580         88  GC-ACTION-RELEASE           VALUE 'RELEASE'.
000590         88  GC-ACTION-LIST              VALUE 'LIST'.
000600     05  FILLER                  PIC X(1).
000610     05  GC-SOURCE-ID            PIC X(8).
000620     05  FILLER                  PIC X(1).
000630     05  GC-BUS-DATE             PIC X(8).
000640     05  GC-BUS-DATE-N REDEFINES GC-BUS-DATE
000650                                 PIC 9(8).
000660     05  FILLER                  PIC X(1).
000670     05  GC-RECORD-COUNT         PIC X(7).
000680     05  GC-RECORD-COUNT-N REDEFINES GC-RECORD-COUNT
000690                                 PIC 9(7).
000700     05  FILLER                  PIC X(1).
000710     05  GC-HASH-TOTAL           PIC X(8).
000720     05  GC-HASH-TOTAL-N REDEFINES GC-HASH-TOTAL
000730                                 PIC 9(8).
000740     05  FILLER                  PIC X(1).
000750     05  GC-RELEASE-BY           PIC X(8).
000760     05  FILLER                  PIC X(28).
000770 FD  PRINT-FILE
000780     RECORDING MODE IS F.
000790 01  PRT-LINE                    PIC X(132).
000800 WORKING-STORAGE SECTION.
000810 77  CARD-COUNT                  PIC 9(4) VALUE 0.
000820 77  CARD-ERR-COUNT              PIC 9(4) VALUE 0.
000830 77  RELEASE-COUNT               PIC 9(4) VALUE 0.
000840 77  LIST-COUNT                  PIC 9(4) VALUE 0.
000850 77  WS-CURRENT-DATE             PIC 9(8) VALUE 0.
000860 77  WS-SFP-STATUS               PIC X(02) VALUE SPACES.
000870     88  SFP-OK                            VALUE '00'.
000880     88  SFP-NOT-FOUND                     VALUE '35'.
000890 77  WS-SFP-AVAILABLE            PIC X(01) VALUE 'N'.
000900     88  SFP-FILE-AVAILABLE               VALUE 'Y'.
000910 77  WS-SFP-SCAN                 PIC X(01) VALUE 'N'.
000920     88  SFP-SCAN-DONE                    VALUE 'Y'.
000930 77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
000940     88  CARD-OK                           VALUE '00'.
000950     88  CARD-EOF                          VALUE '10'.
000960 77  WS-CARD-AVAILABLE           PIC X(01) VALUE 'N'.
000970     88  CARD-FILE-AVAILABLE              VALUE 'Y'.
000980 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000990     88  PRT-OK                            VALUE '00'.
001000 77  WS-PRT-AVAILABLE            PIC X(01) VALUE 'N'.
001010     88  PRT-FILE-AVAILABLE               VALUE 'Y'.
001020 77  PF-DATE-EDIT                PIC 9(4)/99/99.
001030 01  PRT-HEADER-LINE.
001040     05  FILLER                  PIC X(45) VALUE
001050         'PRG25G SEGMENT FINGERPRINT MAINTENANCE DT:'.
001060     05  PH-RUN-DATE             PIC 9(4)/99/99.
001070     05  FILLER                  PIC X(77) VALUE SPACES.
001080 01  PRT-CARD-LINE.
001090     05  FILLER                  PIC X(08) VALUE 'CARD:   '.
001100     05  PC-CARD-TEXT            PIC X(52).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  PC-RESULT               PIC X(40).
001130     05  FILLER                  PIC X(30) VALUE SPACES.
001140 01  PRT-FP-COLUMN-LINE.
001150     05  FILLER                  PIC X(30) VALUE
001160         '    SOURCE    BUS DATE     COU'.
001170     05  FILLER                  PIC X(30) VALUE
001180         'NT      HASH  STATUS     RUN  '.
001190     05  FILLER                  PIC X(30) VALUE
001200         'RUN DATE    RELEASED    BY'.
001210     05  FILLER                  PIC X(42) VALUE SPACES.
001220 01  PRT-FP-LINE.
001230     05  FILLER                  PIC X(04) VALUE SPACES.
001240     05  PF-SOURCE-ID            PIC X(8).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  PF-BUS-DATE             PIC 9(4)/99/99.
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  PF-RECORD-COUNT         PIC ZZZZZZ9.
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  PF-HASH-TOTAL           PIC 9(8).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  PF-STATUS               PIC X(8).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  PF-RUN-NUMBER           PIC ZZZ9.
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  PF-RUN-DATE             PIC 9(4)/99/99.
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  PF-RELEASE-DATE         PIC X(10).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  PF-RELEASE-BY           PIC X(8).
001410     05  FILLER                  PIC X(39) VALUE SPACES.
001420 01  PRT-COUNT-LINE.
001430     05  FILLER                  PIC X(30) VALUE SPACES.
001440     05  PN-LABEL                PIC X(30).
001450     05  PN-COUNT                PIC ZZZ9.
001460     05  FILLER                  PIC X(68) VALUE SPACES.
001470 PROCEDURE DIVISION.
001480 0000-MAIN-PARA.
001490     PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
001500     PERFORM 3000-CARDS-PARA THRU 3000-EXIT.
001510     PERFORM 6000-SUMMARY-PARA THRU 6000-EXIT.
001520     PERFORM 8000-CLOSE-PARA THRU 8000-EXIT.
001530     GO TO 9000-STOP-PARA.
001540*----------------------------------------------------------------
001550* 1000-OPEN-PARA - OPEN EVERY FILE UP FRONT. A REGISTRY THAT HAS
001560*     NEVER BEEN LOADED HOLDS NOTHING TO RELEASE OR LIST, SO EVERY
001570*     RELEASE CARD FINDS NO FINGERPRINT; ANY OTHER OPEN FAILURE IS
001580*     FATAL.
001590*----------------------------------------------------------------
001600 1000-OPEN-PARA.
001610     OPEN OUTPUT PRINT-FILE.
001620     IF NOT PRT-OK
001630         DISPLAY 'PRG25G - UNABLE TO OPEN SFPRPT, STATUS = '
001640             WS-PRT-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
001670         GO TO 9000-STOP-PARA
001680     END-IF.
001690     SET PRT-FILE-AVAILABLE TO TRUE.
001700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001710     MOVE WS-CURRENT-DATE TO PH-RUN-DATE.
001720     WRITE PRT-LINE FROM PRT-HEADER-LINE.
001730     OPEN I-O FINGERPRINT-FILE.
001740     IF SFP-OK
001750         SET SFP-FILE-AVAILABLE TO TRUE
001760     ELSE
001770         IF SFP-NOT-FOUND
001780             DISPLAY 'PRG25G - PRG25SFP HOLDS NO FINGERPRINTS YET'
001790         ELSE
001800             DISPLAY 'PRG25G - UNABLE TO OPEN PRG25SFP, STATUS = '
001810                 WS-SFP-STATUS
001820             MOVE 16 TO RETURN-CODE
001830             PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
001840             GO TO 9000-STOP-PARA
001850         END-IF
001860     END-IF.
001870     OPEN INPUT CARD-FILE.
001880     IF NOT CARD-OK
001890         DISPLAY 'PRG25G - UNABLE TO OPEN SFPCTL, STATUS = '
001900             WS-CARD-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         PERFORM 8000-CLOSE-PARA THRU 8000-EXIT
001930         GO TO 9000-STOP-PARA
001940     END-IF.
001950     SET CARD-FILE-AVAILABLE TO TRUE.
001960 1000-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990* 3000-CARDS-PARA - READ AND APPLY THE CONTROL CARDS. EVERY
002000*     CARD GETS A REPORT LINE SAYING WHAT WAS DONE WITH IT; A
002010*     CARD THAT CANNOT BE APPLIED COUNTS TOWARD THE RC=4
002020*     WARNING SET AT END OF RUN.
002030*----------------------------------------------------------------
002040 3000-CARDS-PARA.
002050     PERFORM 3100-READ-CARD-PARA THRU 3100-EXIT
002060         UNTIL CARD-EOF.
002070 3000-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* 3100-READ-CARD-PARA - READ ONE CONTROL CARD AND APPLY IT.
002110*----------------------------------------------------------------
002120 3100-READ-CARD-PARA.
002130     READ CARD-FILE
002140         AT END
002150             GO TO 3100-EXIT
002160     END-READ.
002170     IF CARD-RECORD(1:1) = '*' OR CARD-RECORD = SPACES
002180         GO TO 3100-EXIT
002190     END-IF.
002200     ADD 1 TO CARD-COUNT.
002210     MOVE CARD-RECORD(1:52) TO PC-CARD-TEXT.
002220     IF GC-ACTION-RELEASE
002230         PERFORM 3200-RELEASE-PARA THRU 3200-EXIT
002240         GO TO 3100-EXIT
002250     END-IF.
002260     IF GC-ACTION-LIST
002270         PERFORM 3300-LIST-PARA THRU 3300-EXIT
002280         GO TO 3100-EXIT
002290     END-IF.
002300     MOVE 'UNKNOWN ACTION - CARD IGNORED' TO PC-RESULT.
002310     ADD 1 TO CARD-ERR-COUNT.
002320     WRITE PRT-LINE FROM PRT-CARD-LINE.
002330 3100-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360* 3200-RELEASE-PARA - RELEASE ONE FINGERPRINT SO THE NEXT PRG25
002370*     RUN ACCEPTS THE SEGMENT IT DESCRIBES. EVERY KEY FIELD MUST
002380*     BE GIVEN IN FULL, AND SO MUST THE NAME OF WHOEVER AUTHORISED
002390*     THE RESEND. A FINGERPRINT NOT ON FILE, OR ALREADY RELEASED,
002400*     IS A CARD ERROR.
002410*----------------------------------------------------------------
002420 3200-RELEASE-PARA.
002430     MOVE SPACES TO PC-RESULT.
002440     IF GC-RELEASE-BY = SPACES
002450         MOVE 'RELEASED-BY BLANK - CARD IGNORED' TO PC-RESULT
002460     END-IF.
002470     IF GC-HASH-TOTAL NOT NUMERIC
002480         MOVE 'HASH TOTAL NOT NUMERIC - CARD IGNORED' TO PC-RESULT
002490     END-IF.
002500     IF GC-RECORD-COUNT NOT NUMERIC
002510         MOVE 'RECORD COUNT NOT NUMERIC - CARD IGNORED'
002520             TO PC-RESULT
002530     END-IF.
002540     IF GC-BUS-DATE NOT NUMERIC
002550         MOVE 'BUS DATE NOT NUMERIC - CARD IGNORED' TO PC-RESULT
002560     END-IF.
002570     IF GC-SOURCE-ID = SPACES
002580         MOVE 'BLANK SOURCE ID - CARD IGNORED' TO PC-RESULT
002590     END-IF.
002600     IF PC-RESULT NOT = SPACES
002610         ADD 1 TO CARD-ERR-COUNT
002620         WRITE PRT-LINE FROM PRT-CARD-LINE
002630         GO TO 3200-EXIT
002640     END-IF.
002650     IF NOT SFP-FILE-AVAILABLE
002660         MOVE 'FINGERPRINT NOT ON FILE - CARD IGNORED'
002670             TO PC-RESULT
002680         ADD 1 TO CARD-ERR-COUNT
002690         WRITE PRT-LINE FROM PRT-CARD-LINE
002700         GO TO 3200-EXIT
002710     END-IF.
002720     MOVE GC-SOURCE-ID TO SFP-SOURCE-ID.
002730     MOVE GC-BUS-DATE-N TO SFP-BUS-DATE.
002740     MOVE GC-RECORD-COUNT-N TO SFP-RECORD-COUNT.
002750     MOVE GC-HASH-TOTAL-N TO SFP-HASH-TOTAL.
002760     READ FINGERPRINT-FILE
002770         INVALID KEY
002780             MOVE 'FINGERPRINT NOT ON FILE - CARD IGNORED'
002790                 TO PC-RESULT
002800             ADD 1 TO CARD-ERR-COUNT
002810             WRITE PRT-LINE FROM PRT-CARD-LINE
002820             GO TO 3200-EXIT
002830     END-READ.
002840     IF SFP-RELEASED
002850         MOVE 'ALREADY RELEASED - CARD IGNORED' TO PC-RESULT
002860         ADD 1 TO CARD-ERR-COUNT
002870         WRITE PRT-LINE FROM PRT-CARD-LINE
002880         GO TO 3200-EXIT
002890     END-IF.
002900     SET SFP-RELEASED TO TRUE.
002910     MOVE WS-CURRENT-DATE TO SFP-RELEASE-DATE.
002920     MOVE GC-RELEASE-BY TO SFP-RELEASE-BY.
002930     REWRITE SFP-RECORD
002940         INVALID KEY
002950             DISPLAY 'PRG25G - PRG25SFP REWRITE FAILED, STATUS = '
002960                 WS-SFP-STATUS
002970             MOVE 'REWRITE FAILED - CARD IGNORED' TO PC-RESULT
002980             ADD 1 TO CARD-ERR-COUNT
002990             WRITE PRT-LINE FROM PRT-CARD-LINE
003000             GO TO 3200-EXIT
003010     END-REWRITE.
003020     ADD 1 TO RELEASE-COUNT.
003030     MOVE 'RELEASED - SEGMENT MAY BE SENT AGAIN' TO PC-RESULT.
003040     WRITE PRT-LINE FROM PRT-CARD-LINE.
003050 3200-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* 3300-LIST-PARA - LIST THE FINGERPRINTS FOR THE CARD'S SOURCE ID
003090*     AND BUSINESS DATE, EITHER OF WHICH MAY BE BLANK. WITH A
003100*     SOURCE ID THE BROWSE STARTS AT THAT SOURCE AND STOPS WHEN
003110*     THE NEXT ONE BEGINS; WITHOUT ONE IT READS THE WHOLE FILE.
003120*----------------------------------------------------------------
003130 3300-LIST-PARA.
003140     IF GC-BUS-DATE NOT = SPACES AND GC-BUS-DATE NOT NUMERIC
003150         MOVE 'BUS DATE NOT NUMERIC - CARD IGNORED' TO PC-RESULT
003160         ADD 1 TO CARD-ERR-COUNT
003170         WRITE PRT-LINE FROM PRT-CARD-LINE
003180         GO TO 3300-EXIT
003190     END-IF.
003200     MOVE 0 TO LIST-COUNT.
003210     MOVE 'FINGERPRINTS LISTED BELOW' TO PC-RESULT.
003220     WRITE PRT-LINE FROM PRT-CARD-LINE.
003230     WRITE PRT-LINE FROM PRT-FP-COLUMN-LINE.
003240     IF SFP-FILE-AVAILABLE
003250         PERFORM 3310-LIST-BROWSE-PARA THRU 3310-EXIT
003260     END-IF.
003270     MOVE 'FINGERPRINTS LISTED' TO PN-LABEL.
003280     MOVE LIST-COUNT TO PN-COUNT.
003290     WRITE PRT-LINE FROM PRT-COUNT-LINE.
003300 3300-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330* 3310-LIST-BROWSE-PARA - POSITION ON THE FIRST FINGERPRINT AT OR
003340*     AFTER THE CARD'S SOURCE ID AND BUSINESS DATE AND READ
003350*     FORWARD FROM THERE.
003360*----------------------------------------------------------------
003370 3310-LIST-BROWSE-PARA.
003380     MOVE LOW-VALUES TO SFP-KEY.
003390     IF GC-SOURCE-ID NOT = SPACES
003400         MOVE GC-SOURCE-ID TO SFP-SOURCE-ID
003410         IF GC-BUS-DATE NOT = SPACES
003420             MOVE GC-BUS-DATE-N TO SFP-BUS-DATE
003430             MOVE 0 TO SFP-RECORD-COUNT
003440             MOVE 0 TO SFP-HASH-TOTAL
003450         END-IF
003460     END-IF.
003470     START FINGERPRINT-FILE KEY IS NOT LESS THAN SFP-KEY
003480         INVALID KEY
003490             GO TO 3310-EXIT
003500     END-START.
003510     MOVE 'N' TO WS-SFP-SCAN.
003520     PERFORM 3320-LIST-NEXT-PARA THRU 3320-EXIT
003530         UNTIL SFP-SCAN-DONE.
003540 3310-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570* 3320-LIST-NEXT-PARA - READ THE NEXT FINGERPRINT AND, WHILE STILL
003580*     ON THE REQUESTED SOURCE, LIST IT IF IT IS FOR THE REQUESTED
003590*     BUSINESS DATE.
003600*----------------------------------------------------------------
003610 3320-LIST-NEXT-PARA.
003620     READ FINGERPRINT-FILE NEXT RECORD
003630         AT END
003640             SET SFP-SCAN-DONE TO TRUE
003650             GO TO 3320-EXIT
003660     END-READ.
003670     IF NOT SFP-OK
003680         DISPLAY 'PRG25G - PRG25SFP READ FAILED, STATUS = '
003690             WS-SFP-STATUS
003700         ADD 1 TO CARD-ERR-COUNT
003710         SET SFP-SCAN-DONE TO TRUE
003720         GO TO 3320-EXIT
003730     END-IF.
003740     IF GC-SOURCE-ID NOT = SPACES
003750         AND SFP-SOURCE-ID NOT = GC-SOURCE-ID
003760         SET SFP-SCAN-DONE TO TRUE
003770         GO TO 3320-EXIT
003780     END-IF.
003790     IF GC-BUS-DATE NOT = SPACES
003800         AND SFP-BUS-DATE NOT = GC-BUS-DATE-N
003810         GO TO 3320-EXIT
003820     END-IF.
003830     ADD 1 TO LIST-COUNT.
003840     MOVE SFP-SOURCE-ID TO PF-SOURCE-ID.
003850     MOVE SFP-BUS-DATE TO PF-BUS-DATE.
003860     MOVE SFP-RECORD-COUNT TO PF-RECORD-COUNT.
003870     MOVE SFP-HASH-TOTAL TO PF-HASH-TOTAL.
003880     MOVE SFP-RUN-NUMBER TO PF-RUN-NUMBER.
003890     MOVE SFP-RUN-DATE TO PF-RUN-DATE.
003900     IF SFP-RELEASED
003910         MOVE 'RELEASED' TO PF-STATUS
003920         MOVE SFP-RELEASE-DATE TO PF-DATE-EDIT
003930         MOVE PF-DATE-EDIT TO PF-RELEASE-DATE
003940         MOVE SFP-RELEASE-BY TO PF-RELEASE-BY
003950     ELSE
003960         MOVE 'ACTIVE' TO PF-STATUS
003970         MOVE SPACES TO PF-RELEASE-DATE
003980         MOVE SPACES TO PF-RELEASE-BY
003990     END-IF.
004000     WRITE PRT-LINE FROM PRT-FP-LINE.
004010 3320-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* 6000-SUMMARY-PARA - PRINT THE RUN TOTALS.
004050*----------------------------------------------------------------
004060 6000-SUMMARY-PARA.
004070     MOVE 'CARDS PROCESSED' TO PN-LABEL.
004080     MOVE CARD-COUNT TO PN-COUNT.
004090     WRITE PRT-LINE FROM PRT-COUNT-LINE.
004100     MOVE 'CARDS IN ERROR' TO PN-LABEL.
004110     MOVE CARD-ERR-COUNT TO PN-COUNT.
004120     WRITE PRT-LINE FROM PRT-COUNT-LINE.
004130     MOVE 'FINGERPRINTS RELEASED' TO PN-LABEL.
004140     MOVE RELEASE-COUNT TO PN-COUNT.
004150     WRITE PRT-LINE FROM PRT-COUNT-LINE.
004160     IF CARD-ERR-COUNT > 0
004170         MOVE 4 TO RETURN-CODE
004180     END-IF.
004190 6000-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* 8000-CLOSE-PARA - CLOSE WHATEVER WAS OPENED.
004230*----------------------------------------------------------------
004240 8000-CLOSE-PARA.
004250     IF SFP-FILE-AVAILABLE
004260         CLOSE FINGERPRINT-FILE
004270     END-IF.
004280     IF CARD-FILE-AVAILABLE
004290         CLOSE CARD-FILE
004300     END-IF.
004310     IF PRT-FILE-AVAILABLE
004320         CLOSE PRINT-FILE
004330     END-IF.
004340 8000-EXIT.
004350     EXIT.
004360 9000-STOP-PARA.
004370     STOP RUN.
