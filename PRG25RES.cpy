000020* PRG25RES - RESULTS MASTER RECORD. ONE RECORD PER RUN DATE PER
000030*     DEPARTMENT, PLUS AN *ALL GRAND-TOTAL RECORD PER RUN DATE,
000040*     IN THE PRG25.RESULTS.MASTER KSDS (KEY = RES-KEY, COLS
000050*     1-12, RECORD LENGTH 200), LOADED BY PRG25 AT THE END OF
000060*     EACH RUN WITH EVERYTHING THE AUDIT AND EXTRACT PHASES
000070*     KNOW, SO ANY DAY'S NUMBERS - A DEPARTMENT'S OR THE
000080*     WHOLE RUN'S - ARE ONE KEYED READ AWAY INSTEAD OF A DIG
000140*     RES-AVERAGE AND RES-RANGE ARE ONLY MEANINGFUL WHEN
000150*     RES-VALID-DATA IS 'Y' - WITH NO VALID ENTRIES THEY STILL
000160*     HOLD THEIR INITIAL SENTINEL VALUES.
000161*     A DIVISION RECORD (RES-LEVEL 'V') CARRIES THE DIVISION
000162*     CODE IN RES-DEPT AND THE ROLL-UP OF ITS DEPARTMENTS'
000163*     FIGURES; A DEPARTMENT RECORD NAMES ITS DIVISION IN
000164*     RES-DIVISION. RES-LEVEL IS BLANK ON DEPARTMENT AND *ALL
000165*     RECORDS, SO READERS OF EITHER ARE UNAFFECTED.
000166*     RES-SUM CARRIES THE VALID-ENTRY TOTAL BEHIND RES-AVERAGE.
000167*     A RECORD RESTATED FOR A LATE CORRECTION HAS RES-RESTATED
000168*     SET AND KEEPS ITS ORIGINALLY REPORTED FIGURES IN THE
000169*     RES-ORIG- FIELDS.
000170*----------------------------------------------------------------
000180 01  RES-RECORD.
000190     05  RES-KEY.
000360     05  RES-VALID-DATA          PIC X(1).
000370         88  RES-DATA-VALID              VALUE 'Y'.
000380         88  RES-DATA-NOT-VALID          VALUE 'N'.
000390     05  RES-DIVISION            PIC X(4).
000400     05  RES-LEVEL               PIC X(1).
000410         88  RES-LEVEL-DIVISION          VALUE 'V'.
000420         88  RES-LEVEL-DEPT-OR-ALL       VALUE ' '.
000430     05  RES-SUM                 PIC S9(13)V99
000440                                 SIGN LEADING SEPARATE.
000450     05  RES-RESTATED-FLAG       PIC X(1).
000460         88  RES-RESTATED                VALUE 'R'.
000470     05  RES-RESTATE-COUNT       PIC 9(5).
000480     05  RES-RESTATE-DATE        PIC 9(8).
000482*    RES-RESTATE-COUNT IS THE NUMBER OF CORRECTIONS ADDED IN;
000484*    RES-RESTATE-DATE IS THE BUSINESS DATE OF THE RUN THAT LAST
000486*    RESTATED THE RECORD.
000490     05  RES-ORIGINAL.
000500         10  RES-ORIG-VALID-COUNT
000510                                 PIC 9(7).
000520         10  RES-ORIG-REJECT-COUNT
000530                                 PIC 9(7).
000540         10  RES-ORIG-MAX-VALUE  PIC S9(7)V99
000550                                 SIGN LEADING SEPARATE.
000560         10  RES-ORIG-MIN-VALUE  PIC S9(7)V99
000570                                 SIGN LEADING SEPARATE.
000580         10  RES-ORIG-AVERAGE    PIC S9(7)V99
000590                                 SIGN LEADING SEPARATE.
000600         10  RES-ORIG-RANGE      PIC 9(8)V99.
000610         10  RES-ORIG-TIE-COUNT  PIC 9(7).
000620         10  RES-ORIG-VALID-DATA PIC X(1).
000630     05  FILLER                  PIC X(2).
