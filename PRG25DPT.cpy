000060*     MAINTENANCE PROGRAM; READ BY PRG25 AT STARTUP SO EVERY
000070*     DETAIL'S TR-DEPT IS VALIDATED AGAINST THE LIST AND A
000080*     FEEDER TYPO NO LONGER OPENS ITS OWN REPORT SECTION.
000082*     DPT-DIVISION NAMES THE DIVISION THE DEPARTMENT REPORTS
000084*     UNDER, SO PRG25 CAN ROLL DEPARTMENTS UP INTO DIVISION
000086*     SUBTOTALS. BLANK MEANS NOT YET ASSIGNED TO A DIVISION.
000090*----------------------------------------------------------------
000100 01  DPT-RECORD.
000110     05  DPT-CODE                PIC X(4).
000140         88  DPT-ACTIVE                  VALUE 'A'.
000150         88  DPT-INACTIVE                VALUE 'I'.
000160     05  DPT-ANALYST             PIC X(20).
000170     05  DPT-DIVISION            PIC X(4).
000180     05  FILLER                  PIC X(31).
