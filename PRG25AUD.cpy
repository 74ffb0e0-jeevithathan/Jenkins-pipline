000102*     SOURCE-SYSTEM ID OF THE RUN'S INPUT WHEN EVERY SEGMENT
000104*     CAME FROM ONE FEED, OR 'MULTIPLE' WHEN THE RUN MIXED
000106*     FEEDS - THE PER-SOURCE SPLIT IS ON THE SUMMARY REPORT.
000107*     AUD-SEG-SKIP-COUNT IS THE NUMBER OF SEGMENTS SKIPPED AS
000108*     ALREADY PROCESSED (SEE COPY PRG25SFP), BLANK ON OLDER
000109*     RECORDS.
000110*----------------------------------------------------------------
000120 01  AUD-RECORD.
000130     05  AUD-RUN-DATE            PIC 9(8).
000310     05  AUD-MIN-AMOUNT          PIC S9(7)V99
000320                                 SIGN LEADING SEPARATE.
000322     05  AUD-SOURCE-ID           PIC X(8).
000324     05  AUD-SEG-SKIP-COUNT      PIC 9(2).
000330     05  FILLER                  PIC X(3).
