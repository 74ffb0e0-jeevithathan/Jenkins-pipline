000010*----------------------------------------------------------------
000020* PRG25DVT - DIVISION STATISTICS WORKING TABLE. PRG25 ROLLS
000030*     EACH DEPARTMENT ROW OF THE DEPARTMENT STATISTICS TABLE UP
000040*     INTO ITS DIVISION'S ROW HERE (DIVISION FROM DPT-DIVISION
000050*     ON THE PRG25DPT MASTER), SO THE SUMMARY REPORT, RESULTS
000060*     MASTER AND EXTRACT CAN CARRY DIVISION SUBTOTALS BETWEEN
000070*     THE DEPARTMENT AND *ALL LEVELS. A DIVISION CAN NEVER
000080*     OUTNUMBER THE DEPARTMENTS FEEDING IT, SO THE TABLE IS
000090*     SIZED TO THE DEPARTMENT TABLE. DEPARTMENTS WITH NO
000100*     DIVISION ARE LEFT OUT OF THE ROLL-UP BUT STILL COUNT IN
000110*     THE GRAND TOTALS.
000120*----------------------------------------------------------------
000130 01  DIV-STATS-TABLE.
000140     05  DIV-STATS               OCCURS 20 TIMES
000150         INDEXED BY DIV-IDX.
000160         10  DIV-CODE            PIC X(4).
000170         10  DIV-DEPT-COUNT      PIC 9(2).
000180         10  DIV-MAX             PIC S9(7)V99.
000190         10  DIV-MIN             PIC S9(7)V99.
000200         10  DIV-SUM             PIC S9(13)V99.
000210         10  DIV-VALID-COUNT     PIC 9(7).
000220         10  DIV-AVERAGE         PIC S9(7)V99.
000230         10  DIV-RANGE           PIC 9(8)V99.
000240         10  DIV-TIE-COUNT       PIC 9(7).
000250 77  DIV-COUNT                   PIC 9(2) VALUE 0.
000260 77  DIV-SUB                     PIC 9(2) VALUE 0.
000270 77  DIV-FOUND-SUB               PIC 9(2) VALUE 0.
