000010*----------------------------------------------------------------
000020* PRG25FXR - EXCHANGE RATE RECORD. MAINTAINED BY OPERATIONS AS
000030*     AN ORDINARY CARD-IMAGE DATASET (PRG25.FX.RATES), ONE CARD
000040*     PER BUSINESS DATE AND CURRENCY, READ BY PRG25 SO EVERY
000050*     AMOUNT RECORD CAN BE CONVERTED TO THE BASE CURRENCY
000060*     BEFORE IT IS VALIDATED, COUNTED OR DISTRIBUTED:
000070*       COLS  1-8   BUSINESS DATE (YYYYMMDD)
000080*       COLS 10-12  ISO CURRENCY CODE (E.G. EUR)
000090*       COLS 14-24  RATE - UNITS OF BASE CURRENCY FOR ONE UNIT
000100*                   OF THE CURRENCY, 5 INTEGER AND 6 DECIMAL
000110*                   DIGITS, NO POINT (00001085000 = 1.085000)
000120*     NO CARD IS NEEDED FOR THE BASE CURRENCY ITSELF. A LATER
000130*     CARD FOR THE SAME DATE AND CURRENCY REPLACES AN EARLIER
000140*     ONE. '*' IN COL 1 IS A COMMENT.
000150*----------------------------------------------------------------
000160 01  FXR-RECORD.
000170     05  FXR-BUS-DATE            PIC 9(8).
000180     05  FILLER                  PIC X(1).
000190     05  FXR-CURRENCY            PIC X(3).
000200     05  FILLER                  PIC X(1).
000210     05  FXR-RATE                PIC 9(5)V9(6).
000220     05  FILLER                  PIC X(56).
