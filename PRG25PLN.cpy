000120*             MODE (AND ITS FREQUENCY) AND STANDARD DEVIATION
000130*       'B' - TEN PER RUN, ONE PER HISTOGRAM BUCKET WITH ITS
000140*             LOW AND HIGH BOUNDARIES AND ITS COUNT
000142*       'C' - ONE PER CURRENCY IN TONIGHT'S VALID AMOUNT ENTRIES,
000144*             ITS COUNT, TOTAL IN THE CURRENCY ITSELF, RATE AND
000146*             TOTAL CONVERTED TO THE BASE CURRENCY
000150*     A RUN WITH NO VALID ENTRIES WRITES NO RECORDS AT ALL.
000160*----------------------------------------------------------------
000170 01  PLN-RECORD.
000190         88  PLN-TYPE-DEPT               VALUE 'D'.
000200         88  PLN-TYPE-SUMMARY            VALUE 'S'.
000210         88  PLN-TYPE-BUCKET             VALUE 'B'.
000215         88  PLN-TYPE-CURRENCY           VALUE 'C'.
000220     05  PLN-RUN-DATE            PIC 9(8).
000230     05  PLN-BUS-DATE            PIC 9(8).
000240     05  FILLER                  PIC X(83).
000610                                 SIGN LEADING SEPARATE.
000620     05  PLB-COUNT               PIC 9(7).
000630     05  FILLER                  PIC X(52).
000640 01  PLN-CURRENCY-RECORD REDEFINES PLN-RECORD.
000650     05  FILLER                  PIC X(17).
000660     05  PLC-CURRENCY            PIC X(3).
000670     05  PLC-BASE-CURRENCY       PIC X(3).
000680     05  PLC-VALID-COUNT         PIC 9(7).
000690     05  PLC-ORIG-TOTAL          PIC S9(13)V99
000700                                 SIGN LEADING SEPARATE.
000710     05  PLC-RATE                PIC 9(5)V9(6).
000720     05  PLC-BASE-TOTAL          PIC S9(13)V99
000730                                 SIGN LEADING SEPARATE.
000740     05  FILLER                  PIC X(27).
