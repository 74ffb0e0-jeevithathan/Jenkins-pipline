000010*----------------------------------------------------------------
000020* PRG25SFT - SEGMENT FINGERPRINT WORKING STORAGE. EVERY SEGMENT
000030*     THAT BALANCES IS FINGERPRINTED (SOURCE ID, BUSINESS DATE,
000040*     TRAILER RECORD COUNT AND HASH TOTAL) AND CHECKED AGAINST
000050*     THE SEGMENTS ALREADY READ TONIGHT AND THE PRG25SFP REGISTRY.
000060*     THE TABLE KEEPS EVERY SEGMENT OF THE RUN: ACCEPTED ONES ARE
000070*     REGISTERED AT THE END OF THE RUN; MATCHES SKIPPED UNDER
000080*     DUP-SEGMENT-ACTION SKIP, OR LET THROUGH BY PARM='FORCE', ARE
000090*     LISTED ON THE REPORT AND THE ALERT REPORT.
000100*----------------------------------------------------------------
000110 01  SEG-FP-TABLE.
000120     05  SFT-ENTRY               OCCURS 200 TIMES
000130         INDEXED BY SFT-IDX.
000140         10  SFT-KEY.
000150             15  SFT-SOURCE-ID   PIC X(8).
000160             15  SFT-BUS-DATE    PIC 9(8).
000170             15  SFT-RECORD-COUNT
000180                                 PIC 9(7).
000190             15  SFT-HASH-TOTAL  PIC 9(8).
000200         10  SFT-SEG-NO          PIC 9(3).
000210         10  SFT-STATE           PIC X(1).
000220             88  SFT-ACCEPTED             VALUE 'A'.
000230             88  SFT-SKIPPED              VALUE 'S'.
000240         10  SFT-MATCH           PIC X(1).
000250             88  SFT-MATCH-NONE           VALUE ' '.
000260             88  SFT-MATCH-REGISTRY       VALUE 'R'.
000270             88  SFT-MATCH-INPUT          VALUE 'I'.
000280         10  SFT-MATCH-RUN       PIC 9(4).
000290         10  SFT-MATCH-DATE      PIC 9(8).
000300 01  WS-SEG-FP-KEY.
000310     05  WS-FP-SOURCE-ID         PIC X(8).
000320     05  WS-FP-BUS-DATE          PIC 9(8).
000330     05  WS-FP-RECORD-COUNT      PIC 9(7).
000340     05  WS-FP-HASH-TOTAL        PIC 9(8).
000350 77  SFT-COUNT                   PIC 9(3) VALUE 0.
000360 77  SFT-MAX-ROWS                PIC 9(3) VALUE 200.
000370 77  SFT-SUB                     PIC 9(3) VALUE 0.
000380 77  SFT-FOUND-SUB               PIC 9(3) VALUE 0.
000390 77  WS-SEG-NUMBER               PIC 9(3) VALUE 0.
000400 77  WS-SEG-BUS-DATE             PIC 9(8) VALUE 0.
000410 77  WS-SEG-PRIOR-BUS-DATE       PIC 9(8) VALUE 0.
000411 77  WS-SEG-STALE-FLAG           PIC X(01) VALUE 'N'.
000412     88  SEG-DATE-STALE                   VALUE 'Y'.
000413 77  WS-SEG-RELEASED-FLAG        PIC X(01) VALUE 'N'.
000414     88  SEG-RELEASED                     VALUE 'Y'.
000415 77  WS-FORCE-DATE               PIC 9(8) VALUE 0.
000420 77  SEG-SKIP-COUNT              PIC 9(3) VALUE 0.
000430 77  SEG-FORCED-COUNT            PIC 9(3) VALUE 0.
000440 77  SFP-WRITE-COUNT             PIC 9(3) VALUE 0.
000450 77  SFP-REUSE-COUNT             PIC 9(3) VALUE 0.
000460 77  WS-DUP-SEG-ACTION           PIC X(06) VALUE 'REFUSE'.
000470     88  DUP-SEG-REFUSE                    VALUE 'REFUSE'.
000480     88  DUP-SEG-SKIP                      VALUE 'SKIP'.
000490 77  WS-SFP-STATUS               PIC X(02) VALUE SPACES.
000500     88  SFP-OK                            VALUE '00'.
000510 77  WS-SFP-AVAILABLE            PIC X(01) VALUE 'N'.
000520     88  SFP-FILE-AVAILABLE               VALUE 'Y'.
000525 77  SFT-DATE-EDIT               PIC 9999/99/99.
000530 01  RPT-DUP-SEG-HEADER-LINE.
000540     05  FILLER                  PIC X(50) VALUE
000550         'DUPLICATE SEGMENTS - ALREADY PROCESSED'.
000560     05  FILLER                  PIC X(82) VALUE SPACES.
000570 01  RPT-DUP-SEG-LINE.
000580     05  FILLER                  PIC X(08) VALUE 'SEGMENT '.
000590     05  RDG-SEG-NO              PIC ZZ9.
000600     05  FILLER                  PIC X(10) VALUE '  SOURCE '.
000610     05  RDG-SOURCE-ID           PIC X(8).
000620     05  FILLER                  PIC X(11) VALUE '  BUS DATE '.
000630     05  RDG-BUS-DATE            PIC 9(4)/99/99.
000640     05  FILLER                  PIC X(08) VALUE '  COUNT '.
000650     05  RDG-RECORD-COUNT        PIC 9(7).
000660     05  FILLER                  PIC X(07) VALUE '  HASH '.
000670     05  RDG-HASH-TOTAL          PIC 9(8).
000680     05  FILLER                  PIC X(02) VALUE SPACES.
000690     05  RDG-ACTION              PIC X(8).
000700     05  FILLER                  PIC X(09) VALUE ' MATCHES '.
000710     05  RDG-MATCH-TYPE          PIC X(8).
000720     05  RDG-MATCH-NO            PIC ZZZ9.
000730     05  FILLER                  PIC X(01) VALUE SPACE.
000740     05  RDG-MATCH-DATE          PIC X(10).
000750     05  FILLER                  PIC X(10) VALUE SPACES.
