000010*----------------------------------------------------------------
000020* PRG25DTH - DETAIL HISTORY RECORD. ONE RECORD PER ACCEPTED
000030*     ENTRY IN THE PRG25.DETAIL.HISTORY KSDS (KEY = DTH-KEY,
000040*     COLS 1-15, RECORD LENGTH 80), WRITTEN BY PRG25 AT THE END
000050*     OF EACH RUN SO ANY DAY'S FIGURES CAN BE TRACED BACK TO THE
000060*     ENTRIES, FEEDS AND POSITIONS BEHIND THEM. DTH-ENTRY-NO IS
000070*     THE ENTRY'S POSITION IN THE RUN THAT FIRST READ IT FOR THE
000080*     BUSINESS DATE. A LATE CORRECTION RESTATED INTO AN EARLIER
000090*     DATE TAKES THE POSITION OF THE REJECT IT CORRECTS, WITH
000100*     THE FEED THAT SENT THAT REJECT, AND DTH-POSTED-ENTRY-NO
000110*     GIVES ITS POSITION IN THE RUN THAT POSTED IT. WHEN THE
000112*     REJECT'S POSITION IS NOT KNOWN THE CORRECTION IS KEPT
000114*     UNDER THE DATE AND POSITION OF THE RUN THAT POSTED IT,
000116*     STILL MARKED RESTATED, SO NO ENTRY OF THE EARLIER DATE IS
000118*     OVERWRITTEN. REJECTED
000120*     ENTRIES ARE NOT KEPT HERE - THEY ARE ON PRG25RCY.
000122*     DTH-AMOUNT IS IN THE BASE CURRENCY. AN AMOUNT ENTRY ALSO
000124*     CARRIES THE CURRENCY IT WAS SENT IN AND ITS AMOUNT IN THAT
000126*     CURRENCY. THE CURRENCY IS BLANK FOR A TWO-DIGIT ENTRY
000127*     (WHOSE ORIGINAL AMOUNT IS ITS VALUE) AND ON RECORDS
000128*     WRITTEN BEFORE AMOUNTS CARRIED A CURRENCY.
000130*----------------------------------------------------------------
000140 01  DTH-RECORD.
000150     05  DTH-KEY.
000160         10  DTH-BUS-DATE        PIC 9(8).
000170         10  DTH-ENTRY-NO        PIC 9(7).
000180     05  DTH-DEPT                PIC X(4).
000190     05  DTH-SOURCE-ID           PIC X(8).
000200     05  DTH-REC-TYPE            PIC X(1).
000210         88  DTH-TYPE-LEGACY             VALUE ' ' 'N'.
000220         88  DTH-TYPE-AMOUNT             VALUE 'A'.
000230     05  DTH-AMOUNT              PIC S9(7)V99
000240                                 SIGN LEADING SEPARATE.
000250     05  DTH-RUN-NUMBER          PIC 9(4).
000260     05  DTH-RUN-DATE            PIC 9(8).
000270     05  DTH-ORIGIN              PIC X(1).
000280         88  DTH-ORIGIN-FEED             VALUE 'F'.
000290         88  DTH-ORIGIN-RESUBMIT         VALUE 'C'.
000300         88  DTH-ORIGIN-RESTATED         VALUE 'R'.
000310     05  DTH-POSTED-ENTRY-NO     PIC 9(7).
000320     05  DTH-CURRENCY            PIC X(3).
000330     05  DTH-ORIG-AMOUNT         PIC S9(7)V99
000340                                 SIGN LEADING SEPARATE.
000350     05  FILLER                  PIC X(9).
