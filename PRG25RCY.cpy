000072*     RCY-SOURCE-ID NAMES THE FEED WHOSE SEGMENT CARRIED THE
000074*     REJECTED ENTRY, SO A REJECT SPIKE CAN BE PINNED ON ITS
000076*     FEEDER WITHOUT HAND-MATCHING THE ERROR REPORT.
000077*     RCY-CURRENCY IS THE CURRENCY OF AN AMOUNT REJECT AS SENT
000078*     (BLANK = BASE). REASON XR MEANS PRG25FXR HAD NO RATE FOR
000079*     THAT CURRENCY ON THE BUSINESS DATE.
000080*----------------------------------------------------------------
000090 01  RCY-RECORD.
000100     05  RCY-RUN-NUMBER          PIC 9(4).
000190         88  RCY-REASON-BAD-REC-TYPE      VALUE 'RT'.
000192         88  RCY-REASON-DEPT-UNKNOWN      VALUE 'DU'.
000194         88  RCY-REASON-DEPT-INACTIVE     VALUE 'DI'.
000196         88  RCY-REASON-DEPT-NOT-FEED     VALUE 'DF'.
000198         88  RCY-REASON-NO-RATE           VALUE 'XR'.
000200     05  RCY-STATUS              PIC X(1).
000210         88  RCY-STATUS-OPEN              VALUE 'O'.
000220         88  RCY-STATUS-CORRECTED         VALUE 'C'.
000290     05  RCY-AMT-RAW             PIC X(10).
000300     05  RCY-AMT-CORR            PIC X(10).
000302     05  RCY-SOURCE-ID           PIC X(8).
000310     05  RCY-CURRENCY            PIC X(3).
000320     05  FILLER                  PIC X(18).
