000010*----------------------------------------------------------------
000020* PRG25FRT - FEED REGISTRY WORKING TABLE. PRG25 TABLES THE
000030*     PRG25FSR FEED SOURCE REGISTRY HERE AT STARTUP, THEN
000040*     ACCUMULATES AGAINST EACH REGISTERED FEED THE ENTRIES IT
000050*     SENT FOR THE BUSINESS DATE, SO THE MISSING-FEED AND
000060*     EXPECTED-VOLUME CHECKS CAN RATE EVERY FEED ONCE THE LOAD
000070*     IS COMPLETE. FREF-VOLUME CARRIES THE RATING ONTO THE
000080*     SOURCE SECTION OF THE SUMMARY REPORT.
000090*----------------------------------------------------------------
000100 01  FEED-REF-TABLE.
000110     05  FREF-COUNT              PIC 9(3) VALUE 0.
000120     05  FREF-ENTRY              OCCURS 50 TIMES
000130         INDEXED BY FREF-IDX.
000140         10  FREF-SOURCE-ID      PIC X(8).
000150         10  FREF-FEED-NAME      PIC X(20).
000160         10  FREF-CONTACT        PIC X(20).
000170         10  FREF-ACTIVE-FLAG    PIC X(1).
000180             88  FREF-ACTIVE             VALUE 'A'.
000190         10  FREF-DAILY-FLAG     PIC X(1).
000200             88  FREF-DAILY              VALUE 'Y'.
000210         10  FREF-MIN-COUNT      PIC 9(7).
000220         10  FREF-MAX-COUNT      PIC 9(7).
000230         10  FREF-DEPT-COUNT     PIC 9(2).
000240         10  FREF-DEPT           PIC X(4) OCCURS 20 TIMES.
000250         10  FREF-SEEN-FLAG      PIC X(1).
000260             88  FREF-SEEN               VALUE 'Y'.
000270         10  FREF-DAY-DATE       PIC 9(8).
000280         10  FREF-DAY-COUNT      PIC 9(7).
000290         10  FREF-VOLUME         PIC X(8).
000300 77  FREF-SUB                    PIC 9(3) VALUE 0.
000310 77  FREF-FOUND-SUB              PIC 9(3) VALUE 0.
000320 77  FREF-DEPT-SUB               PIC 9(2) VALUE 0.
000330 77  WS-FEED-DEPT-FOUND          PIC X(01) VALUE 'N'.
000340     88  FEED-DEPT-FOUND                  VALUE 'Y'.
000350 77  WS-FSR-STATUS               PIC X(02) VALUE SPACES.
000360     88  FSR-OK                            VALUE '00'.
000370     88  FSR-EOF                           VALUE '10'.
000380     88  FSR-NOT-FOUND                     VALUE '05' '35'.
000390 77  WS-FEED-REF-LOADED          PIC X(01) VALUE 'N'.
000400     88  FEED-REF-LOADED                  VALUE 'Y'.
