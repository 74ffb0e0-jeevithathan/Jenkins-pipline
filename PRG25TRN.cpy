000132*     CONTROL AND TRAILER COUNTS ARE SEVEN DIGITS FOR THE FULL
000134*     SETTLEMENTS VOLUME - COUNT IN COLS 1-7, BUSINESS DATE IN
000136*     COLS 8-15, SOURCE ID IN COLS 16-23, TRAILER HASH IN COLS
000138*     8-15. AN AMOUNT RECORD CARRIES ITS ISO CURRENCY CODE IN COLS
000139*     45-47 (BLANK = BASE), CONVERTED AT THE PRG25FXR RATE.
000140*----------------------------------------------------------------
000150 01  TRANS-RECORD.
000160     05  TR-NUM                  PIC 9(2).
000200         88  TR-TYPE-AMOUNT              VALUE 'A'.
000210     05  TR-AMOUNT               PIC S9(7)V99
000220                                 SIGN LEADING SEPARATE.
000221*    A DETAIL ON A RESUBMIT SEGMENT (BUILT BY PRG25C) ALSO
000222*    CARRIES THE ORIGINAL BUSINESS DATE, RUN NUMBER, ENTRY NUMBER
000223*    AND SOURCE ID OF THE REJECT IT CORRECTS (COLS 18-44), SO
000224*    PRG25 CAN RESTATE THAT DAY'S RESULTS RATHER THAN COUNT THE
000225*    ENTRY TONIGHT. FEEDERS LEAVE THESE COLUMNS BLANK.
000230     05  TR-ORIG-BUS-DATE        PIC 9(8).
000232     05  TR-ORIG-RUN-NUMBER      PIC 9(4).
000234     05  TR-ORIG-ENTRY-NO        PIC 9(7).
000236     05  TR-ORIG-SOURCE-ID       PIC X(8).
000238     05  TR-CURRENCY             PIC X(3).
000239     05  FILLER                  PIC X(33).
000240 01  TRANS-CONTROL-RECORD REDEFINES TRANS-RECORD.
000250     05  TR-ENTRY-COUNT          PIC 9(7).
000260     05  TR-BUS-DATE             PIC 9(8).
