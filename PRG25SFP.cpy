000010*----------------------------------------------------------------
000020* PRG25SFP - SEGMENT FINGERPRINT RECORD. ONE RECORD PER INPUT
000030*     SEGMENT PRG25 HAS ACCEPTED, IN THE PRG25.SEGMENT.FPRINTS
000040*     KSDS (KEY = SFP-KEY, COLS 1-31, RECORD LENGTH 80). THE
000050*     FINGERPRINT IS THE SEGMENT'S SOURCE-SYSTEM ID AND BUSINESS
000060*     DATE FROM ITS CONTROL RECORD PLUS THE RECORD COUNT AND HASH
000070*     TOTAL FROM ITS TRAILER, SO A SEGMENT RESENT BY A FEEDER, OR
000080*     A RESUBMIT GENERATION CONCATENATED TWICE, IS RECOGNISED ON
000090*     ANY LATER NIGHT. PRG25G RELEASES A FINGERPRINT (SFP-STATUS
000100*     'R') WHEN A GENUINE RESEND IS WANTED; THE NEXT RUN TO ACCEPT
000110*     THE SEGMENT MAKES IT ACTIVE AGAIN UNDER ITS OWN RUN NUMBER.
000120*----------------------------------------------------------------
000130 01  SFP-RECORD.
000140     05  SFP-KEY.
000150         10  SFP-SOURCE-ID       PIC X(8).
000160         10  SFP-BUS-DATE        PIC 9(8).
000170         10  SFP-RECORD-COUNT    PIC 9(7).
000180         10  SFP-HASH-TOTAL      PIC 9(8).
000190     05  SFP-STATUS              PIC X(1).
000200         88  SFP-ACTIVE                  VALUE 'A'.
000210         88  SFP-RELEASED                VALUE 'R'.
000220     05  SFP-RUN-NUMBER          PIC 9(4).
000230     05  SFP-RUN-DATE            PIC 9(8).
000240     05  SFP-RUN-BUS-DATE        PIC 9(8).
000250     05  SFP-RELEASE-DATE        PIC 9(8).
000260     05  SFP-RELEASE-BY          PIC X(8).
000270     05  FILLER                  PIC X(12).
