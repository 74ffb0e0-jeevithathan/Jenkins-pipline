000010*----------------------------------------------------------------
000020* PRG25FSR - FEED SOURCE REGISTRY RECORD. ONE RECORD PER FEED
000030*     PRG25 ACCEPTS SEGMENTS FROM, KEYED BY THE SOURCE-SYSTEM ID
000040*     THE FEEDER SETS ON ITS CONTROL RECORD (TR-SOURCE-ID, COPY
000050*     PRG25TRN). MAINTAINED BY OPERATIONS THROUGH THE PRG25F
000060*     CARD-DRIVEN MAINTENANCE PROGRAM; READ BY PRG25 AT STARTUP.
000070*     A SEGMENT FROM A SOURCE NOT ON FILE, OR ON FILE INACTIVE,
000080*     IS REFUSED. A DAILY FEED THAT SENDS NOTHING FOR THE
000090*     BUSINESS DATE, OR A FEED WHOSE ENTRY COUNT FALLS OUTSIDE
000100*     ITS NORMAL BAND, IS ALERTED ON. A DETAIL WHOSE DEPARTMENT
000110*     IS NOT IN THE FEED'S LIST IS REJECTED. A DEPARTMENT CODE
000120*     OF '*ALL' LETS THE FEED SEND ANY DEPARTMENT; A MAXIMUM
000130*     COUNT OF ZERO MEANS NO BAND HAS BEEN SET.
000140*----------------------------------------------------------------
000150 01  FSR-RECORD.
000160     05  FSR-SOURCE-ID           PIC X(8).
000170     05  FSR-FEED-NAME           PIC X(20).
000180     05  FSR-CONTACT             PIC X(20).
000190     05  FSR-ACTIVE-FLAG         PIC X(1).
000200         88  FSR-ACTIVE                  VALUE 'A'.
000210         88  FSR-INACTIVE                VALUE 'I'.
000220     05  FSR-DAILY-FLAG          PIC X(1).
000230         88  FSR-DAILY                   VALUE 'Y'.
000240         88  FSR-NOT-DAILY               VALUE 'N'.
000250     05  FSR-MIN-COUNT           PIC 9(7).
000260     05  FSR-MAX-COUNT           PIC 9(7).
000270     05  FSR-DEPT-COUNT          PIC 9(2).
000280     05  FSR-DEPT-CODE           PIC X(4) OCCURS 20 TIMES.
000290     05  FILLER                  PIC X(14).
