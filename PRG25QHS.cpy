000010*----------------------------------------------------------------
000020* PRG25QHS - PRG25Q DETAIL HISTORY INQUIRY WORKING STORAGE AND
000030*     PRINT LINES. THE ENTRIES AND TRACE CARDS READ THE
000040*     PRG25DTH DETAIL HISTORY KSDS FOR ONE BUSINESS DATE,
000050*     OPTIONALLY ONE DEPARTMENT: ENTRIES LISTS EVERY ACCEPTED
000060*     ENTRY, TRACE FINDS THE DAY'S MAX AND MIN AND LISTS THE
000070*     ENTRIES - FEED AND POSITION - THAT MADE THEM. AMOUNTS ARE IN
000073*     THE BASE CURRENCY, WITH THE CURRENCY AND AMOUNT AS SENT
000076*     ALONGSIDE.
000080*----------------------------------------------------------------
000090 77  WS-DTH-STATUS               PIC X(02) VALUE SPACES.
000100     88  DTH-OK                            VALUE '00'.
000110 77  WS-DTH-AVAILABLE            PIC X(01) VALUE 'N'.
000120     88  DTH-FILE-AVAILABLE               VALUE 'Y'.
000130 77  WS-DTH-SCAN                 PIC X(01) VALUE 'N'.
000140     88  DTH-SCAN-DONE                    VALUE 'Y'.
000150 77  WS-HIST-DATE                PIC 9(8) VALUE 0.
000160 77  WS-HIST-DEPT                PIC X(4) VALUE SPACES.
000170 77  WS-HIST-PASS                PIC X(01) VALUE SPACE.
000180     88  HIST-PASS-LIST                   VALUE 'L'.
000190     88  HIST-PASS-FIND                   VALUE 'F'.
000200     88  HIST-PASS-TRACE                  VALUE 'T'.
000210 77  HIST-MATCH-COUNT            PIC 9(7) VALUE 0.
000220 77  HIST-MAX-COUNT              PIC 9(7) VALUE 0.
000230 77  HIST-MIN-COUNT              PIC 9(7) VALUE 0.
000240 77  HIST-MAX                    PIC S9(7)V99 VALUE 0.
000250 77  HIST-MIN                    PIC S9(7)V99 VALUE 0.
000260 77  HIST-SUM                    PIC S9(13)V99 VALUE 0.
000270 01  PRT-HIST-TITLE-LINE.
000280     05  PHT-TITLE               PIC X(20).
000290     05  FILLER                  PIC X(11) VALUE 'BUS DATE: '.
000300     05  PHT-BUS-DATE            PIC 9(4)/99/99.
000310     05  FILLER                  PIC X(08) VALUE '  DEPT: '.
000320     05  PHT-DEPT                PIC X(4).
000330     05  FILLER                  PIC X(79) VALUE SPACES.
000340 01  PRT-HIST-COLUMN-LINE.
000350     05  FILLER                  PIC X(28) VALUE
000360         '    ENTRY  DEPT  SOURCE   T'.
000370     05  FILLER                  PIC X(26) VALUE
000380         '      AMOUNT   RUN  RUN DA'.
000390     05  FILLER                  PIC X(28) VALUE
000400         'TE  POSTED AS  ORIGIN'.
000410     05  FILLER                  PIC X(23) VALUE
000413         '        CCY ORIG AMOUNT'.
000416     05  FILLER                  PIC X(27) VALUE SPACES.
000420 01  PRT-HIST-LINE.
000430     05  FILLER                  PIC X(02) VALUE SPACES.
000440     05  PHL-ENTRY-NO            PIC ZZZZZZ9.
000450     05  FILLER                  PIC X(02) VALUE SPACES.
000460     05  PHL-DEPT                PIC X(4).
000470     05  FILLER                  PIC X(02) VALUE SPACES.
000480     05  PHL-SOURCE-ID           PIC X(8).
000490     05  FILLER                  PIC X(01) VALUE SPACES.
000500     05  PHL-REC-TYPE            PIC X(1).
000510     05  FILLER                  PIC X(02) VALUE SPACES.
000520     05  PHL-AMOUNT              PIC -ZZZZZZ9.99.
000530     05  FILLER                  PIC X(02) VALUE SPACES.
000540     05  PHL-RUN-NUMBER          PIC ZZZ9.
000550     05  FILLER                  PIC X(02) VALUE SPACES.
000560     05  PHL-RUN-DATE            PIC 9(4)/99/99.
000570     05  FILLER                  PIC X(02) VALUE SPACES.
000580     05  PHL-POSTED-ENTRY-NO     PIC ZZZZZZ9.
000590     05  FILLER                  PIC X(02) VALUE SPACES.
000600     05  PHL-ORIGIN              PIC X(10).
000610     05  FILLER                  PIC X(02) VALUE SPACES.
000620     05  PHL-TAG                 PIC X(7).
000630     05  FILLER                  PIC X(02) VALUE SPACES.
000631     05  PHL-CURRENCY            PIC X(3).
000632     05  FILLER                  PIC X(01) VALUE SPACES.
000633     05  PHL-ORIG-AMOUNT         PIC -ZZZZZZ9.99.
000634     05  PHL-ORIG-AMOUNT-X REDEFINES PHL-ORIG-AMOUNT
000635                                 PIC X(11).
000636     05  FILLER                  PIC X(27) VALUE SPACES.
000640 01  PRT-HIST-TOTAL-LINE.
000650     05  PHX-LABEL               PIC X(20).
000660     05  PHX-VALUE               PIC -ZZZZZZ9.99.
000670     05  FILLER                  PIC X(12) VALUE
000680         '   ENTRIES: '.
000690     05  PHX-COUNT               PIC ZZZZZZ9.
000700     05  FILLER                  PIC X(82) VALUE SPACES.
000710 01  PRT-NO-HIST-LINE.
000720     05  FILLER                  PIC X(32) VALUE
000730         'NO DETAIL HISTORY ON FILE FOR '.
000740     05  PNH-BUS-DATE            PIC 9(4)/99/99.
000750     05  FILLER                  PIC X(08) VALUE '  DEPT: '.
000760     05  PNH-DEPT                PIC X(4).
000770     05  FILLER                  PIC X(78) VALUE SPACES.
000780 01  PRT-HIST-COUNT-LINE.
000790     05  PHC-LABEL               PIC X(20).
000800     05  PHC-COUNT               PIC ZZZZZZ9.
000810     05  FILLER                  PIC X(10) VALUE '   TOTAL: '.
000820     05  PHC-SUM                 PIC -ZZZZZZZZZZZZ9.99.
000830     05  FILLER                  PIC X(78) VALUE SPACES.
