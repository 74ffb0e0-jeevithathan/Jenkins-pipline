000070*     COLUMN, CLAMPED TO 99, KEPT FOR CONSUMERS NOT YET
000080*     CONVERTED TO THE AMOUNT COLUMN. SHARED WITH THE PRG25R
000090*     RECONCILIATION PROGRAM.
000092*     A DIVISION ROLL-UP RECORD (EXT-LEVEL 'V') FOLLOWS THE
000094*     DEPARTMENT RECORDS WITH THE DIVISION CODE IN EXT-DEPT;
000096*     EACH DEPARTMENT RECORD NAMES ITS DIVISION IN EXT-DIVISION.
000100*----------------------------------------------------------------
000110 01  EXT-RECORD.
000120     05  EXT-RUN-DATE            PIC 9(8).
000160     05  EXT-MAX-AMOUNT          PIC S9(7)V99
000170                                 SIGN LEADING SEPARATE.
000180     05  EXT-DEPT-NAME           PIC X(20).
000190     05  EXT-DIVISION            PIC X(4).
000200     05  EXT-LEVEL               PIC X(1).
000210         88  EXT-LEVEL-DIVISION          VALUE 'V'.
000220     05  FILLER                  PIC X(24).
