000010*----------------------------------------------------------------
000020* PRG25PAT - PERIOD ACCUMULATOR POSTING WORKING STORAGE. PRG25
000030*     SWEEPS THE PRG25PAC MASTER AT THE END OF EACH RUN, POSTING
000040*     TONIGHT'S FIGURES INTO EVERY RECORD ON FILE, THEN ADDS A
000050*     RECORD FOR ANY DEPARTMENT (OR *ALL) NOT YET ON IT. THE
000060*     POSTED FLAGS RUN PARALLEL TO THE DEPARTMENT STATISTICS
000070*     TABLE. PAC-WORK-DATE IS THE DATE BEING PLACED IN A DAY
000080*     SLOT - TONIGHT'S BUSINESS DATE OR A RESTATED CORRECTION'S
000090*     ORIGINAL DATE.
000100*----------------------------------------------------------------
000110 01  PAC-POSTED-TABLE.
000120     05  PAC-POSTED-FLAG         PIC X(1) OCCURS 20 TIMES.
000130 01  PAC-WORK-DATE-G.
000140     05  PAC-WORK-DATE           PIC 9(8).
000150     05  PAC-WORK-DATE-R REDEFINES PAC-WORK-DATE.
000160         10  PAC-WD-MONTH        PIC 9(6).
000170         10  PAC-WD-DD           PIC 9(2).
000180 01  PAC-NEXT-MONTH-G.
000190     05  PAC-NEXT-YYYY           PIC 9(4).
000200     05  PAC-NEXT-MM             PIC 9(2).
000210 01  PAC-NEXT-MONTH-N REDEFINES PAC-NEXT-MONTH-G
000220                                 PIC 9(6).
000230 77  WS-PAC-STATUS               PIC X(02) VALUE SPACES.
000240     88  PAC-OK                            VALUE '00'.
000250 77  WS-PAC-SCAN                 PIC X(01) VALUE 'N'.
000260     88  PAC-SCAN-DONE                    VALUE 'Y'.
000270 77  WS-PAC-LOAD                 PIC X(01) VALUE 'N'.
000280     88  PAC-LOADING-NEW                  VALUE 'Y'.
000290 77  WS-PAC-ALL-POSTED           PIC X(01) VALUE 'N'.
000300     88  PAC-ALL-POSTED                   VALUE 'Y'.
000310 77  WS-PAC-LEVEL                PIC X(01) VALUE SPACE.
000320     88  PAC-LEVEL-DEPT                   VALUE 'D'.
000330     88  PAC-LEVEL-ALL                    VALUE 'A'.
000340 77  WS-PAC-OPEN-MONTH           PIC 9(6) VALUE 0.
000350 77  PAC-STATS-SUB               PIC 9(2) VALUE 0.
000360 77  PAC-SLOT                    PIC 9(2) VALUE 0.
000370 77  PAC-POST-COUNT              PIC 9(3) VALUE 0.
000380 77  PAC-NEW-COUNT               PIC 9(3) VALUE 0.
000390 77  PAC-OUTSIDE-COUNT           PIC 9(3) VALUE 0.
000400 77  PAC-RST-POST-COUNT          PIC 9(5) VALUE 0.
000410 77  PAC-RST-SKIP-COUNT          PIC 9(5) VALUE 0.
