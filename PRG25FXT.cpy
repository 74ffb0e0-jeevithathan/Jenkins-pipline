000010*----------------------------------------------------------------
000020* PRG25FXT - CURRENCY WORKING STORAGE. EVERY AMOUNT RECORD
000030*     CARRIES THE ISO CODE OF ITS CURRENCY (PRG25TRN COLS 45-47,
000040*     BLANK FOR THE BASE CURRENCY). ONCE TONIGHT'S SEGMENTS ARE
000050*     READ, PRG25 TABLES THE PRG25FXR RATE CARDS FOR TONIGHT'S
000060*     BUSINESS DATE AND ANY EARLIER DATE A RESUBMITTED
000070*     CORRECTION RESTATES, AND CONVERTS EACH FOREIGN AMOUNT AT
000080*     THE RATE FOR THE DATE IT BELONGS TO. AN ENTRY WITH NO RATE
000090*     GOES TO PRG25RCY UNDER REASON XR. THE CURRENCY TABLE
000100*     TOTALS TONIGHT'S VALID AMOUNT ENTRIES BY CURRENCY, IN THE
000110*     ORIGINAL CURRENCY AND CONVERTED, FOR THE SUMMARY REPORT
000120*     AND THE PRG25PLN 'C' RECORDS.
000130*----------------------------------------------------------------
000140 01  FX-RATE-TABLE.
000150     05  FXT-ENTRY               OCCURS 500 TIMES
000160         INDEXED BY FXT-IDX.
000170         10  FXT-BUS-DATE        PIC 9(8).
000180         10  FXT-CURRENCY        PIC X(3).
000190         10  FXT-RATE            PIC 9(5)V9(6).
000200 77  FXT-COUNT                   PIC 9(3) VALUE 0.
000210 77  FXT-MAX-ROWS                PIC 9(3) VALUE 500.
000220 77  FXT-SUB                     PIC 9(3) VALUE 0.
000230 77  FXT-FOUND-SUB               PIC 9(3) VALUE 0.
000240 77  FXT-FULL-COUNT              PIC 9(5) VALUE 0.
000250 77  WS-FX-LOW-DATE              PIC 9(8) VALUE 0.
000260 77  WS-FX-DATE                  PIC 9(8) VALUE 0.
000270 77  WS-FX-CURRENCY              PIC X(3) VALUE SPACES.
000280 77  WS-BASE-CURRENCY            PIC X(3) VALUE 'USD'.
000290 77  WS-FXR-STATUS               PIC X(02) VALUE SPACES.
000300     88  FXR-OK                            VALUE '00'.
000310     88  FXR-EOF                           VALUE '10'.
000320     88  FXR-NOT-FOUND                     VALUE '05' '35'.
000330 01  CURRENCY-STATS-TABLE.
000340     05  CUR-STATS               OCCURS 20 TIMES
000350         INDEXED BY CUR-IDX.
000360         10  CUR-CODE            PIC X(3).
000370         10  CUR-VALID-COUNT     PIC 9(7).
000380         10  CUR-ORIG-SUM        PIC S9(13)V99.
000390         10  CUR-BASE-SUM        PIC S9(13)V99.
000400         10  CUR-RATE            PIC 9(5)V9(6).
000410 77  CUR-COUNT                   PIC 9(2) VALUE 0.
000420 77  CUR-MAX-ROWS                PIC 9(2) VALUE 20.
000430 77  CUR-SUB                     PIC 9(2) VALUE 0.
000440 77  CUR-FOUND-SUB               PIC 9(2) VALUE 0.
000450 77  CUR-OVERFLOW-COUNT          PIC 9(7) VALUE 0.
000460 01  RPT-CUR-TITLE-LINE.
000470     05  FILLER                  PIC X(32) VALUE
000480         'CURRENCY TOTALS - BASE CURRENCY'.
000490     05  RCT-BASE-CURRENCY       PIC X(3).
000500     05  FILLER                  PIC X(97) VALUE SPACES.
000510 01  RPT-CUR-COLUMN-LINE.
000520     05  FILLER                  PIC X(19) VALUE
000530         'CCY   ENTRIES'.
000540     05  FILLER                  PIC X(14) VALUE
000550         'ORIGINAL TOTAL'.
000560     05  FILLER                  PIC X(15) VALUE
000570         '           RATE'.
000580     05  FILLER                  PIC X(20) VALUE
000590         '          BASE TOTAL'.
000600     05  FILLER                  PIC X(64) VALUE SPACES.
000610 01  RPT-CUR-LINE.
000620     05  RCU-CURRENCY            PIC X(3).
000630     05  FILLER                  PIC X(03) VALUE SPACES.
000640     05  RCU-VALID-COUNT         PIC ZZZZZZ9.
000650     05  FILLER                  PIC X(03) VALUE SPACES.
000660     05  RCU-ORIG-SUM            PIC -ZZZZZZZZZZZZ9.99.
000670     05  FILLER                  PIC X(03) VALUE SPACES.
000680     05  RCU-RATE                PIC ZZZZ9.999999.
000690     05  FILLER                  PIC X(03) VALUE SPACES.
000700     05  RCU-BASE-SUM            PIC -ZZZZZZZZZZZZ9.99.
000710     05  FILLER                  PIC X(64) VALUE SPACES.
000720 01  RPT-CUR-OVERFLOW-LINE.
000730     05  FILLER                  PIC X(44) VALUE
000740         'MORE CURRENCIES THAN THE TABLE HOLDS - ENTRY'.
000750     05  FILLER                  PIC X(17) VALUE
000760         'S LEFT OUT ABOVE:'.
000770     05  RCO-COUNT               PIC ZZZZZZ9.
000780     05  FILLER                  PIC X(64) VALUE SPACES.
