000010*----------------------------------------------------------------
000020* PRG25PAC - PERIOD ACCUMULATOR RECORD. ONE RECORD PER
000030*     DEPARTMENT PLUS AN *ALL GRAND-TOTAL RECORD IN THE
000040*     PRG25.PERIOD.ACCUM KSDS (KEY = PAC-KEY, COLS 1-4, RECORD
000050*     LENGTH 3300). PRG25 POSTS EACH NIGHT'S VALID-ENTRY COUNT,
000060*     SUM, HIGH AND LOW INTO THE DAY SLOT OF THE BUSINESS DATE,
000070*     SO A FORCED RERUN OF A DATE OVERWRITES THAT DAY INSTEAD OF
000080*     ADDING TO IT. SLOTS 1-31 ARE THE DAYS OF THE OPEN MONTH
000090*     (PAC-MONTH); SLOTS 32-62 HOLD THE DAYS OF THE FOLLOWING
000100*     MONTH POSTED BEFORE THE OPEN MONTH IS CLOSED. MONTH-TO-
000110*     DATE FIGURES ARE SUMMED FROM SLOTS 1-31; YEAR-TO-DATE ARE
000120*     THOSE PLUS THE PAC-YTC- TOTALS OF THE MONTHS ALREADY
000130*     CLOSED THIS YEAR. THE PRG25P PERIOD CLOSE FOLDS THE MONTH
000140*     INTO THE PAC-YTC- TOTALS (CLEARING THEM AFTER DECEMBER),
000150*     MOVES SLOTS 32-62 DOWN AND OPENS THE NEXT MONTH. A SLOT
000160*     WITH PAC-DAY-DATE ZERO HAS NEVER BEEN POSTED; PAC-DAY-HIGH
000170*     AND PAC-DAY-LOW MEAN NOTHING WHILE PAC-DAY-COUNT IS ZERO.
000180*----------------------------------------------------------------
000190 01  PAC-RECORD.
000200     05  PAC-KEY.
000210         10  PAC-DEPT            PIC X(4).
000220     05  PAC-DEPT-NAME           PIC X(20).
000230     05  PAC-MONTH               PIC 9(6).
000240     05  PAC-MONTH-G REDEFINES PAC-MONTH.
000250         10  PAC-MONTH-YYYY      PIC 9(4).
000260         10  PAC-MONTH-MM        PIC 9(2).
000270     05  PAC-LAST-BUS-DATE       PIC 9(8).
000280     05  PAC-LAST-RUN-NUMBER     PIC 9(4).
000290     05  PAC-YTC-MONTHS          PIC 9(2).
000300     05  PAC-YTC-COUNT           PIC 9(9).
000310     05  PAC-YTC-SUM             PIC S9(15)V99
000320                                 SIGN LEADING SEPARATE.
000330     05  PAC-YTC-HIGH            PIC S9(7)V99
000340                                 SIGN LEADING SEPARATE.
000350     05  PAC-YTC-HIGH-DATE       PIC 9(8).
000360     05  PAC-YTC-LOW             PIC S9(7)V99
000370                                 SIGN LEADING SEPARATE.
000380     05  PAC-YTC-LOW-DATE        PIC 9(8).
000390     05  PAC-DAY                 OCCURS 62 TIMES
000400         INDEXED BY PAC-DAY-IDX.
000410         10  PAC-DAY-DATE        PIC 9(8).
000420         10  PAC-DAY-COUNT       PIC 9(7).
000430         10  PAC-DAY-SUM         PIC S9(13)V99
000440                                 SIGN LEADING SEPARATE.
000450         10  PAC-DAY-HIGH        PIC S9(7)V99
000460                                 SIGN LEADING SEPARATE.
000470         10  PAC-DAY-LOW         PIC S9(7)V99
000480                                 SIGN LEADING SEPARATE.
000490     05  FILLER                  PIC X(31).
